      *> Report distribution table - one 80-column card per
      *> department a manager receives, read by ReportBurst from
      *> DISTTBL. The department's company is taken from the
      *> department master (DMST-COMPANY-CODE), so the same
      *> department code can go to different managers in different
      *> companies. A card with DIST-DEPT-CODE blank names that
      *> company's controller; the card with both codes blank is
      *> the default controller, who receives every department no
      *> card names and every company-wide total. '*' in column 1
      *> is a comment.
       01  DIST-TABLE-RECORD.
           05  DIST-COMPANY-CODE       PIC X(3).
           05  DIST-DEPT-CODE          PIC X(4).
           05  DIST-RECIPIENT-ID       PIC X(8).
           05  DIST-RECIPIENT-NAME     PIC X(24).
      *> 'E' = e-mail, 'P' = print at a remote printer, 'F' = the
      *> recipient's secured report folder.
           05  DIST-DELIVERY-TYPE      PIC X(1).
           05  DIST-DESTINATION        PIC X(40).
