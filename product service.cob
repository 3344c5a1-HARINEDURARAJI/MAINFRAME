       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCT-SERVICE.

      *    THE ONE PLACE A PRODUCT'S RULES ARE ANSWERED FROM. LOADS
      *    THE PRODMSTR CATALOG AND THE PRODUCT BAND SETS ON RATEBAND
      *    ON THE FIRST CALL OF A JOB STEP AND HOLDS THEM ACROSS
      *    CALLS, ANSWERING THROUGH THE PRODREQ.CPY AREA - SO THE
      *    INTEREST RUNS, FEE ASSESSMENT AND ACCOUNT MAINTENANCE ALL
      *    PRICE AND POLICE AN ACCOUNT ON THE SAME CATALOG ENTRY. A
      *    BLANK OR UNKNOWN CODE, OR A SITE WITHOUT THE CATALOG,
      *    ANSWERS NOT FOUND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROD-MSTR-FILE ASSIGN TO "PRODMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS PROD-MSTR-STATUS.
           SELECT RATE-BAND-FILE ASSIGN TO "RATEBAND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RATE-BAND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROD-MSTR-FILE.
       01  PROD-MSTR-RECORD.
           COPY PRDREC.

      *    THE SHARED RATE-BAND TABLE. A ROW CARRYING A BAND SET
      *    BELONGS TO THE PRODUCTS NAMING THAT SET; A ROW WITHOUT
      *    ONE IS A HOUSE BAND AND IS LEFT TO THE CALLERS.
       FD  RATE-BAND-FILE.
       01  RATE-BAND-RECORD.
           05  RBD-BAND-FLOOR     PIC 9(5)V99.
           05  RBD-BAND-CEILING   PIC 9(5)V99.
           05  RBD-BAND-RATE      PIC 9(3)V99.
           05  RBD-BAND-SET       PIC X(04).

       WORKING-STORAGE SECTION.
       01  PROD-MSTR-STATUS       PIC XX.
       01  RATE-BAND-STATUS       PIC XX.
       01  LOADED-SWITCH          PIC X VALUE "N".
           88  CATALOG-LOADED         VALUE "Y".
       01  EOF-SWITCH             PIC X VALUE "N".
           88  END-OF-PROD-MSTR       VALUE "Y".

       01  PRODUCT-COUNT          PIC 9(3) VALUE 0.
       01  PRODUCT-TABLE.
           05  PRODUCT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON PRODUCT-COUNT.
               10  PTE-ROW            PIC X(116).
       01  PRODUCT-INDEX          PIC 9(3).

       01  SET-BAND-COUNT         PIC 9(3) VALUE 0.
       01  SET-BAND-TABLE.
           05  SET-BAND-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON SET-BAND-COUNT.
               10  SBT-BAND-SET       PIC X(04).
               10  SBT-BAND-FLOOR     PIC 9(5)V99.
               10  SBT-BAND-CEILING   PIC 9(5)V99.
               10  SBT-BAND-RATE      PIC 9(3)V99.
       01  SET-BAND-INDEX         PIC 9(3).
       01  CURRENCY-INDEX         PIC 9.

       LINKAGE SECTION.
       01  PRODUCT-SERVICE-AREA.
           COPY PRODREQ.

       PROCEDURE DIVISION USING PRODUCT-SERVICE-AREA.
           IF NOT CATALOG-LOADED
               PERFORM LOAD-PRODUCT-CATALOG
               PERFORM LOAD-PRODUCT-BAND-SETS
               SET CATALOG-LOADED TO TRUE
           END-IF

           MOVE "N" TO PDQ-FOUND-SWITCH
           MOVE PRODUCT-COUNT TO PDQ-CATALOG-COUNT
           MOVE 0 TO PDQ-BAND-COUNT
           IF PDQ-PRODUCT-CODE NOT = SPACES
               PERFORM VARYING PRODUCT-INDEX FROM 1 BY 1
                       UNTIL PRODUCT-INDEX > PRODUCT-COUNT
                          OR PDQ-PRODUCT-FOUND
                   MOVE PTE-ROW (PRODUCT-INDEX) TO PROD-MSTR-RECORD
                   IF PRD-PRODUCT-CODE = PDQ-PRODUCT-CODE
                       SET PDQ-PRODUCT-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           IF PDQ-PRODUCT-FOUND
               PERFORM ANSWER-PRODUCT
           END-IF

           GOBACK.

       ANSWER-PRODUCT.
           MOVE PRD-PRODUCT-NAME TO PDQ-PRODUCT-NAME
           MOVE PRD-FAMILY TO PDQ-FAMILY
           MOVE PRD-TARGET TO PDQ-TARGET
           MOVE PRD-STATUS TO PDQ-STATUS
           PERFORM VARYING CURRENCY-INDEX FROM 1 BY 1
                   UNTIL CURRENCY-INDEX > 5
               MOVE PRD-CURRENCY-CODE (CURRENCY-INDEX)
                   TO PDQ-CURRENCY-CODE (CURRENCY-INDEX)
               MOVE PRD-FEE-CODE (CURRENCY-INDEX)
                   TO PDQ-FEE-CODE (CURRENCY-INDEX)
           END-PERFORM
           MOVE PRD-MIN-BALANCE TO PDQ-MIN-BALANCE
           MOVE PRD-BAND-SET TO PDQ-BAND-SET
           MOVE PRD-MIN-TENOR TO PDQ-MIN-TENOR
           MOVE PRD-MAX-TENOR TO PDQ-MAX-TENOR
           MOVE PRD-GRACE-DAYS TO PDQ-GRACE-DAYS
           MOVE PRD-PENALTY-RATE TO PDQ-PENALTY-RATE

           IF PRD-BAND-SET NOT = SPACES
               PERFORM VARYING SET-BAND-INDEX FROM 1 BY 1
                       UNTIL SET-BAND-INDEX > SET-BAND-COUNT
                   IF SBT-BAND-SET (SET-BAND-INDEX) = PRD-BAND-SET
                           AND PDQ-BAND-COUNT < 20
                       ADD 1 TO PDQ-BAND-COUNT
                       MOVE SBT-BAND-FLOOR (SET-BAND-INDEX)
                           TO PDQ-BAND-FLOOR (PDQ-BAND-COUNT)
                       MOVE SBT-BAND-CEILING (SET-BAND-INDEX)
                           TO PDQ-BAND-CEILING (PDQ-BAND-COUNT)
                       MOVE SBT-BAND-RATE (SET-BAND-INDEX)
                           TO PDQ-BAND-RATE (PDQ-BAND-COUNT)
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-PRODUCT-CATALOG.
           OPEN INPUT PROD-MSTR-FILE
           IF PROD-MSTR-STATUS = "00"
               READ PROD-MSTR-FILE
                   AT END SET END-OF-PROD-MSTR TO TRUE
               END-READ

               PERFORM UNTIL END-OF-PROD-MSTR
                   IF PRODUCT-COUNT < 200
                       ADD 1 TO PRODUCT-COUNT
                       MOVE PROD-MSTR-RECORD
                           TO PTE-ROW (PRODUCT-COUNT)
                   END-IF

                   READ PROD-MSTR-FILE
                       AT END SET END-OF-PROD-MSTR TO TRUE
                   END-READ
               END-PERFORM

               CLOSE PROD-MSTR-FILE
           END-IF.

      *    ONLY THE ROWS THAT BELONG TO A BAND SET ARE HELD HERE.
       LOAD-PRODUCT-BAND-SETS.
           OPEN INPUT RATE-BAND-FILE
           IF RATE-BAND-STATUS = "00"
               PERFORM UNTIL RATE-BAND-STATUS NOT = "00"
                   READ RATE-BAND-FILE
                       AT END MOVE "10" TO RATE-BAND-STATUS
                       NOT AT END
                           IF RBD-BAND-SET NOT = SPACES
                                   AND SET-BAND-COUNT < 200
                               ADD 1 TO SET-BAND-COUNT
                               MOVE RBD-BAND-SET TO
                                   SBT-BAND-SET (SET-BAND-COUNT)
                               MOVE RBD-BAND-FLOOR TO
                                   SBT-BAND-FLOOR (SET-BAND-COUNT)
                               MOVE RBD-BAND-CEILING TO
                                   SBT-BAND-CEILING (SET-BAND-COUNT)
                               MOVE RBD-BAND-RATE TO
                                   SBT-BAND-RATE (SET-BAND-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-BAND-FILE
           END-IF.
