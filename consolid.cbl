       FD  MASTAUD-OUT.
       01  MASTAUD-LINE.
           05 MAUD-SITE-CODE PIC X(4).
           05 MAUD-AUDIT     PIC X(147).

       FD  MASTCRM-OUT.
           COPY CRM-REC
