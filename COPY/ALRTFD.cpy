      *             rewritten if F5 is re-run on the same rider/week.  *
      *             Picked up and actually dispatched (email/SMS) by  *
      *             the shop's own notification gateway job, outside  *
      *             this system.  The gateway takes the rows whose    *
      *             delivery status is blank ; its return file is     *
      *             posted back by FAR, which stamps the status, the  *
      *             time and the bounce reason, and re-queues (status *
      *             blanked, sent date moved, re-send count + 1) or   *
      *             escalates an alert left undelivered too long.     *
      *================================================================*
       FD  ALERTE
           LABEL RECORD IS STANDARD.
           02  ALR-EMAIL-ENTR      PIC X(30).
           02  ALR-TELEPHONE-ENTR  PIC X(14).
           02  ALR-DATE-ENVOI      PIC 9(08).
           02  ALR-REMISE          PIC X(01).
               88  ALR-A-REMETTRE              VALUE SPACE.
               88  ALR-REMISE-OK               VALUE 'D'.
               88  ALR-ECHEC                   VALUE 'E'.
               88  ALR-REBOND                  VALUE 'B'.
               88  ALR-ESCALADEE               VALUE 'S'.
           02  ALR-DATE-REMISE     PIC 9(08).
           02  ALR-HEURE-REMISE    PIC 9(06).
           02  ALR-MOTIF-REMISE    PIC X(25).
           02  ALR-NB-RELANCES     PIC 9(02).
