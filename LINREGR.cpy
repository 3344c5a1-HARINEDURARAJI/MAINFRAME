      *    LINREGR.CPY
      *    ONE ROW OF THE LINREG DATA LINEAGE REGISTER - A PROGRAM,
      *    A FILE, AND WHETHER THE PROGRAM READS OR WRITES IT - SO
      *    LINEAGE-IMPACT CAN WALK FROM A RERUN PROGRAM TO EVERY
      *    DOWNSTREAM STEP THAT TOOK ITS DATA FROM THE OLD FIGURES.
           05  LNR-PROGRAM-ID             PIC X(20).
           05  LNR-DIRECTION              PIC X.
               88  LNR-READS                  VALUE "R".
               88  LNR-WRITES                 VALUE "W".
           05  LNR-FILE-NAME              PIC X(08).
      *    C ON A WRITTEN REPORT THE PROGRAM ARCHIVES AND CATALOGS
      *    ON ARCCAT UNDER ITS OWN NAME AND THIS FILE NAME, SO EACH
      *    DATED COPY CAN BE JUDGED OLD OR RE-CUT; SPACE FOR A FILE
      *    THAT IS NOT CATALOGED.
           05  LNR-CATALOG-SWITCH         PIC X.
               88  LNR-OUTPUT-CATALOGED       VALUE "C".
