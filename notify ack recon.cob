       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY-ACK-RECON.

      *    RECONCILES THE PARENT-NOTIFICATION EXTRACT AGAINST THE
      *    MESSAGING GATEWAY'S RETURNED DELIVERY FILE - EVERY DTL
      *    MESSAGE WE SENT ON NTFXTRT IS MATCHED BY MESSAGE ID
      *    AGAINST NTFACK. A MESSAGE THE GATEWAY COULD NOT DELIVER,
      *    AND ONE IT NEVER ACKNOWLEDGED AT ALL, IS LISTED WITH THE
      *    GUARDIAN'S PHONE NUMBER SO THE CLASS TEACHER CAN CALL
      *    INSTEAD - THE PARENT MUST HEAR EITHER WAY. THE EXTRACT'S
      *    OWN HDR/TRL ENVELOPE IS VERIFIED FIRST - A COUNT MISMATCH
      *    MEANS THE FILE WAS TRUNCATED IN TRANSFER AND THE
      *    RECONCILIATION CANNOT BE TRUSTED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NTF-XTRT-FILE ASSIGN TO "NTFXTRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NTF-XTRT-STATUS.
           SELECT NTF-ACK-FILE ASSIGN TO "NTFACK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NTF-ACK-STATUS.
           SELECT ACK-RPT-FILE ASSIGN TO "NTFACKR"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE EXTRACT EXACTLY AS PARENT-NOTIFY WRITES IT - HDR, ONE
      *    DTL PER MESSAGE, TRL WITH THE DTL COUNT.
       FD  NTF-XTRT-FILE.
       01  NTF-XTRT-RECORD.
           COPY NTFXREC.

      *    ONE DELIVERY REPORT FROM THE GATEWAY - THE MESSAGE ID WE
      *    GAVE IT AND WHETHER THE MESSAGE REACHED THE GUARDIAN.
       FD  NTF-ACK-FILE.
       01  NTF-ACK-RECORD.
           05  ACK-MESSAGE-ID     PIC X(12).
           05  ACK-DISPOSITION    PIC X.
               88  ACK-DELIVERED      VALUE "D".
               88  ACK-FAILED         VALUE "F".

       FD  ACK-RPT-FILE.
       01  ACK-RPT-RECORD         PIC X(80).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
      *    EVERY MESSAGE SENT, FLAGGED AS THE ACK FILE REPORTS IT.
       01  SENT-COUNT             PIC 9(5) VALUE 0.
       01  SENT-TABLE.
           05  SENT-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON SENT-COUNT.
               10  SENT-MESSAGE-ID    PIC X(12).
               10  SENT-ROLL          PIC X(10).
               10  SENT-SECTION       PIC X(3).
               10  SENT-EVENT-TYPE    PIC X(4).
               10  SENT-PHONE         PIC X(15).
               10  SENT-ACK-FLAG      PIC X.
                   88  SENT-WAS-ACKED     VALUE "D", "F".
                   88  SENT-WAS-DELIVERED VALUE "D".
                   88  SENT-HAS-FAILED    VALUE "F".
       01  SENT-INDEX             PIC 9(5).
       01  TRAILER-COUNT          PIC 9(5) VALUE 0.
       01  TRAILER-SEEN-SWITCH    PIC X VALUE "N".
           88  TRAILER-WAS-SEEN       VALUE "Y".
       01  HEADER-SEEN-SWITCH     PIC X VALUE "N".
           88  HEADER-WAS-SEEN        VALUE "Y".
       01  ENVELOPE-OK-SWITCH     PIC X VALUE "Y".
           88  ENVELOPE-IS-OK         VALUE "Y".
       01  XTRT-EOF-SWITCH        PIC X VALUE "N".
           88  END-OF-NTF-XTRT        VALUE "Y".
       01  ACK-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-NTF-ACK         VALUE "Y".
       01  NTF-XTRT-STATUS        PIC XX.
       01  NTF-ACK-STATUS         PIC XX.
       01  AUDIT-LOG-STATUS       PIC XX.
       01  ACK-MATCHED-SWITCH     PIC X VALUE "N".
           88  ACK-WAS-MATCHED        VALUE "Y".
       01  DELIVERED-COUNT        PIC 9(5) VALUE 0.
       01  FAILED-COUNT           PIC 9(5) VALUE 0.
       01  UNACKED-COUNT          PIC 9(5) VALUE 0.
       01  UNKNOWN-ACK-COUNT      PIC 9(5) VALUE 0.
       01  BATCH-START-TIME       PIC 9(8).
       01  BATCH-END-TIME         PIC 9(8).
       01  RUN-DATE               PIC 9(8).

      *    WHO IS RUNNING THIS JOB - OBTAINED FROM THE SHARED
      *    SIGN-ON SERVICE AND STAMPED ON EVERY AUDIT AND EXCEPTION
      *    RECORD THIS PROGRAM WRITES.
       01  OPERATOR-SIGNON-AREA.
           COPY OPERREQ.

       PROCEDURE DIVISION.
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-AREA.

           PERFORM RUN-BATCH-ACK-RECON.

           STOP RUN.

       RUN-BATCH-ACK-RECON.
           ACCEPT BATCH-START-TIME FROM TIME
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT ACK-RPT-FILE

           MOVE SPACES TO ACK-RPT-RECORD
           STRING "NOTIFY-ACK-RECON RUN DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO ACK-RPT-RECORD
           END-STRING
           WRITE ACK-RPT-RECORD

           PERFORM LOAD-SENT-MESSAGES

           IF NOT ENVELOPE-IS-OK
               MOVE SPACES TO ACK-RPT-RECORD
               STRING "NTFXTRT ENVELOPE BAD - TRUNCATED TRANSFER - "
                       DELIMITED BY SIZE
                   "RECONCILIATION ABANDONED" DELIMITED BY SIZE
                   INTO ACK-RPT-RECORD
               END-STRING
               WRITE ACK-RPT-RECORD
           ELSE
               PERFORM MATCH-ACKNOWLEDGMENTS
               PERFORM REPORT-UNDELIVERED-MESSAGES
           END-IF

           ACCEPT BATCH-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-RECORD

           CLOSE ACK-RPT-FILE
           CLOSE AUDIT-LOG-FILE.

      *    LOADS THE DTL RECORDS AND VERIFIES THE HDR/TRL ENVELOPE -
      *    NO HEADER, NO TRAILER, OR A TRAILER COUNT THAT DOES NOT
      *    MATCH THE DETAILS READ ALL MEAN THE FILE CANNOT BE
      *    TRUSTED.
       LOAD-SENT-MESSAGES.
           OPEN INPUT NTF-XTRT-FILE
           IF NTF-XTRT-STATUS NOT = "00"
               MOVE "N" TO ENVELOPE-OK-SWITCH
           ELSE
               READ NTF-XTRT-FILE
                   AT END SET END-OF-NTF-XTRT TO TRUE
               END-READ

               PERFORM UNTIL END-OF-NTF-XTRT
                   EVALUATE TRUE
                       WHEN NTX-IS-HEADER
                           SET HEADER-WAS-SEEN TO TRUE
                       WHEN NTX-IS-DETAIL
                           IF SENT-COUNT < 9999
                               ADD 1 TO SENT-COUNT
                               MOVE NTX-MESSAGE-ID
                                   TO SENT-MESSAGE-ID (SENT-COUNT)
                               MOVE NTX-ROLL-NUMBER
                                   TO SENT-ROLL (SENT-COUNT)
                               MOVE NTX-SECTION-CODE
                                   TO SENT-SECTION (SENT-COUNT)
                               MOVE NTX-EVENT-TYPE
                                   TO SENT-EVENT-TYPE (SENT-COUNT)
                               MOVE NTX-PHONE
                                   TO SENT-PHONE (SENT-COUNT)
                               MOVE "N"
                                   TO SENT-ACK-FLAG (SENT-COUNT)
                           END-IF
                       WHEN NTX-IS-TRAILER
                           SET TRAILER-WAS-SEEN TO TRUE
                           MOVE NTX-TRL-COUNT TO TRAILER-COUNT
                       WHEN OTHER
                           MOVE "N" TO ENVELOPE-OK-SWITCH
                   END-EVALUATE

                   READ NTF-XTRT-FILE
                       AT END SET END-OF-NTF-XTRT TO TRUE
                   END-READ
               END-PERFORM

               CLOSE NTF-XTRT-FILE

               IF NOT HEADER-WAS-SEEN OR NOT TRAILER-WAS-SEEN
                       OR TRAILER-COUNT NOT = SENT-COUNT
                   MOVE "N" TO ENVELOPE-OK-SWITCH
               END-IF
           END-IF.

      *    EVERY ACK RECORD SETTLES ITS MESSAGE AS DELIVERED OR
      *    FAILED; A LATER REPORT FOR THE SAME MESSAGE (A RETRY THE
      *    GATEWAY GOT THROUGH) REPLACES AN EARLIER ONE.
       MATCH-ACKNOWLEDGMENTS.
           OPEN INPUT NTF-ACK-FILE
           IF NTF-ACK-STATUS = "00"
               READ NTF-ACK-FILE
                   AT END SET END-OF-NTF-ACK TO TRUE
               END-READ

               PERFORM UNTIL END-OF-NTF-ACK
                   PERFORM MATCH-ONE-ACK

                   READ NTF-ACK-FILE
                       AT END SET END-OF-NTF-ACK TO TRUE
                   END-READ
               END-PERFORM

               CLOSE NTF-ACK-FILE
           END-IF.

       MATCH-ONE-ACK.
           MOVE "N" TO ACK-MATCHED-SWITCH
           PERFORM VARYING SENT-INDEX FROM 1 BY 1
                   UNTIL SENT-INDEX > SENT-COUNT
                       OR ACK-WAS-MATCHED
               IF SENT-MESSAGE-ID (SENT-INDEX) = ACK-MESSAGE-ID
                   SET ACK-WAS-MATCHED TO TRUE
                   IF ACK-DELIVERED
                       MOVE "D" TO SENT-ACK-FLAG (SENT-INDEX)
                   ELSE
                       MOVE "F" TO SENT-ACK-FLAG (SENT-INDEX)
                   END-IF
               END-IF
           END-PERFORM

      *    AN ACK FOR A MESSAGE WE NEVER SENT MEANS THE GATEWAY'S
      *    FILE AND OURS HAVE DRIFTED - WORTH A LINE OF ITS OWN.
           IF NOT ACK-WAS-MATCHED
               ADD 1 TO UNKNOWN-ACK-COUNT
               MOVE SPACES TO ACK-RPT-RECORD
               STRING ACK-MESSAGE-ID DELIMITED BY SIZE
                   "                    ACKNOWLEDGED BUT NEVER SENT"
                       DELIMITED BY SIZE
                   INTO ACK-RPT-RECORD
               END-STRING
               WRITE ACK-RPT-RECORD
           END-IF.

       REPORT-UNDELIVERED-MESSAGES.
           MOVE SPACES TO ACK-RPT-RECORD
           STRING "MESSAGE ID   ROLL       " DELIMITED BY SIZE
               "SEC TYPE PHONE           STATUS" DELIMITED BY SIZE
               INTO ACK-RPT-RECORD
           END-STRING
           WRITE ACK-RPT-RECORD

           PERFORM VARYING SENT-INDEX FROM 1 BY 1
                   UNTIL SENT-INDEX > SENT-COUNT
               EVALUATE TRUE
                   WHEN SENT-WAS-DELIVERED (SENT-INDEX)
                       ADD 1 TO DELIVERED-COUNT
                   WHEN SENT-HAS-FAILED (SENT-INDEX)
                       ADD 1 TO FAILED-COUNT
                       PERFORM WRITE-UNDELIVERED-LINE
                   WHEN OTHER
                       ADD 1 TO UNACKED-COUNT
                       PERFORM WRITE-UNDELIVERED-LINE
               END-EVALUATE
           END-PERFORM

           MOVE SPACES TO ACK-RPT-RECORD
           STRING "MESSAGES SENT: " DELIMITED BY SIZE
               SENT-COUNT DELIMITED BY SIZE
               "  DELIVERED: " DELIMITED BY SIZE
               DELIVERED-COUNT DELIMITED BY SIZE
               "  FAILED: " DELIMITED BY SIZE
               FAILED-COUNT DELIMITED BY SIZE
               "  UNACKNOWLEDGED: " DELIMITED BY SIZE
               UNACKED-COUNT DELIMITED BY SIZE
               INTO ACK-RPT-RECORD
           END-STRING
           WRITE ACK-RPT-RECORD.

       WRITE-UNDELIVERED-LINE.
           MOVE SPACES TO ACK-RPT-RECORD
           STRING SENT-MESSAGE-ID (SENT-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SENT-ROLL (SENT-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SENT-SECTION (SENT-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SENT-EVENT-TYPE (SENT-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SENT-PHONE (SENT-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO ACK-RPT-RECORD
           END-STRING
           IF SENT-HAS-FAILED (SENT-INDEX)
               MOVE "DELIVERY FAILED" TO ACK-RPT-RECORD (50:20)
           ELSE
               MOVE "NEVER ACKNOWLEDGED" TO ACK-RPT-RECORD (50:20)
           END-IF
           WRITE ACK-RPT-RECORD.

      *    APPENDS TO THE SHARED AUDIT-TRAIL LOG IF IT ALREADY EXISTS,
      *    OR CREATES IT ON THE FIRST PROGRAM TO WRITE TO IT TODAY.
       OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

      *    RECORDS ONE START/END/RECORD-COUNT ENTRY FOR THIS RUN ON
      *    THE SHARED AUDIT TRAIL USED FOR BATCH SIGN-OFF.
       WRITE-AUDIT-RECORD.
           PERFORM OPEN-AUDIT-LOG
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "NOTIFY-ACK-RECON" TO AUD-PROGRAM-ID
           MOVE BATCH-START-TIME TO AUD-START-TIME
           MOVE RUN-DATE TO AUD-CYCLE-DATE
           MOVE BATCH-END-TIME TO AUD-END-TIME
           MOVE SENT-COUNT TO AUD-RECORD-COUNT
           MOVE DELIVERED-COUNT TO AUD-OUTPUT-COUNT
           COMPUTE AUD-EXCEPTION-COUNT = FAILED-COUNT + UNACKED-COUNT
           MOVE "NTFXTRT VS NTFACK" TO AUD-INPUT-SUMMARY
           MOVE OPR-OPERATOR-ID TO AUD-OPERATOR-ID
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.
