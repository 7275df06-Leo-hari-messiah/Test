      *> Burst report record - the physical layout of BURSTRPT, the
      *> secured keyed repository ReportBurst splits the run's
      *> department reports into. Keyed on recipient, so each
      *> manager's output is read back by its own key and nobody's
      *> lines sit in another recipient's output. Within a recipient
      *> source 0 is the distribution banner, then one section per
      *> report in the order the run produced them; sequence 1-9 of
      *> a section is its heading, report lines follow in their
      *> original order.
       01  BURST-REPORT-RECORD.
           05  BRST-KEY.
               10  BRST-RECIPIENT-ID   PIC X(8).
               10  BRST-SOURCE         PIC 9(1).
               10  BRST-SEQUENCE       PIC 9(7).
           05  BRST-LINE               PIC X(132).
