      *  THE MATCHING RECORD-COUNT/STOCK-VALUE CONTROL RECORD IS
      *  WRITTEN TO PR1FA14-NEW-CTL.TXT FOR THE RECONCILIATION STEP.
      ****************************************************************
      * ANALYSIS CONTROL FILE (PR1ANALYSIS-CTL.TXT):
      *  ONE RECORD PER RUN WITH THE RUN DATE, RECORD COUNT, STOCK
      *  VALUE, CYCLE-COUNT DOLLAR ADJUSTMENT, WHETHER THE WEEK WAS
      *  POSTED, AND HOW MANY ON-HAND QUANTITIES WERE TRUNCATED ON
      *  THE NEW FILE. READ BY THE CONTROL-CHAIN RUN.
      ****************************************************************
      * DISCREPANCY REPORT (PRICE-DISCREPANCY-REPORT.TXT):
      *  WHEN THE CATALOG NUMBER IS FOUND ON THE ITEM MASTER BUT THE
      *  EXTRACT PRICE OR DESCRIPTION DISAGREES WITH THE MASTER, THE
      *            THERE, RATHER THAN FROM THE EXTRACT.
      ****************************************************************
      * MODIFICATION HISTORY:
      *  2026-10-15  KAD  THE REORDER-POINT CHANGE FILE NOW CARRIES A
      *                   BATCH HEADER AND TRAILER. WEEK-END POSTING
      *                   REFUSES A BATCH THAT DOES NOT BALANCE, IS
      *                   STALE OR WAS ALREADY APPLIED, SETTING
      *                   RETURN CODE 8, AND RECORDS AN ACCEPTED
      *                   BATCH IN THE APPROVALS LEDGER APPROVALS.TXT
      *  2026-10-15  KAD  EVERY RUN NOW WRITES ITS RECORD COUNT, STOCK
      *                   VALUE, CYCLE-COUNT DOLLAR ADJUSTMENT, POSTING
      *                   FLAG AND ON-HAND TRUNCATION COUNT TO
      *                   PR1ANALYSIS-CTL.TXT SO THE CONTROL-CHAIN RUN
      *                   CAN TIE THE ANALYSIS TO THE EDIT AND POSTED
      *                   OUTPUT
      *  2026-09-02  KAD  THE ADJUSTMENT AND REORDER-POINT CHANGE
      *                   TABLES NOW HOLD 1000 ENTRIES TO MATCH
      *                   WHAT THE PRODUCING RUNS CAN WRITE, AND
       SELECT NEW-CONTROL-FILE
	     ASSIGN TO "PR1FA14-NEW-CTL.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT ANALYSIS-CONTROL-FILE
	     ASSIGN TO "PR1ANALYSIS-CTL.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT DISCREPANCY-FILE
	     ASSIGN TO "PRICE-DISCREPANCY-REPORT.TXT"
	     ASSIGN TO "PR1ROPCHG.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-ROP-CHG-STATUS.
      *
       SELECT OPTIONAL APPROVAL-FILE
	     ASSIGN TO "APPROVALS.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-APPROVAL-STATUS.
      *
       SELECT RUN-LOG-FILE
	     ASSIGN TO "RUNLOG.TXT"
          05 NC-REC-COUNT	      PIC 9(6).
          05 NC-STK-VAL	      PIC 9(15).

       FD ANALYSIS-CONTROL-FILE
        RECORD CONTAINS 52 CHARACTERS.

       01 ANALYSIS-CONTROL-RECORD.
          05 AC-RUN-DATE	      PIC 9(8).
          05 AC-REC-COUNT	      PIC 9(6).
          05 AC-STK-VAL	      PIC 9(15).
          05 AC-ADJ-DELTA	      PIC S9(15)
				      SIGN IS LEADING SEPARATE.
          05 AC-POSTED	      PIC X.
          05 AC-TRUNC-CNT	      PIC 9(6).

       FD DISCREPANCY-FILE
        RECORD CONTAINS 91 CHARACTERS.

          05 AJ-COUNTED-QTY	      PIC 9(5).

       FD ROP-CHANGE-FILE
        RECORD CONTAINS 9 TO 25 CHARACTERS.

       01 ROP-CHANGE-RECORD.
          05 CH-CATALOG-NUMBER      PIC X(5).
          05 CH-NEW-REORDER-PT      PIC 9(4).
          05 CH-NEW-REORDER-PT-X REDEFINES CH-NEW-REORDER-PT
                                    PIC X(4).

       01 ROP-CHANGE-HEADER-RECORD.
          05 BH-RECORD-TYPE         PIC X(3).
          05 BH-APPROVER-ID         PIC X(8).
          05 BH-BATCH-DATE-X        PIC X(8).
          05 BH-BATCH-NUMBER-X      PIC X(6).

       01 ROP-CHANGE-TRAILER-RECORD.
          05 BT-RECORD-TYPE         PIC X(3).
          05 BT-RECORD-COUNT-X      PIC X(6).
          05 BT-HASH-TOTAL-X        PIC X(9).

       FD APPROVAL-FILE
        RECORD CONTAINS 76 CHARACTERS.

       01 APPROVAL-RECORD.
          05 AP-FILE-NAME           PIC X(16).
          05 AP-BATCH-NUMBER        PIC 9(6).
          05 AP-BATCH-DATE          PIC 9(8).
          05 AP-APPROVER-ID         PIC X(8).
          05 AP-RECORD-COUNT        PIC 9(6).
          05 AP-HASH-TOTAL          PIC 9(9).
          05 AP-PROGRAM             PIC X(9).
          05 AP-APPLIED-DATE        PIC 9(8).
          05 AP-APPLIED-TIME        PIC 9(6).

       FD POST-RUN-FILE
        RECORD CONTAINS 15 CHARACTERS.
             10 RP-CATALOG	      PIC X(5).
             10 RP-NEW-ROP	      PIC 9(4).

       01 BATCH-CONTROL-FIELDS.
          05 BC-EOF-FLAG            PIC X	VALUE ' '.
          05 AP-EOF-FLAG            PIC X	VALUE ' '.
          05 WS-APPROVAL-STATUS     PIC XX.
          05 WS-BATCH-FILE-NAME     PIC X(16)	VALUE
                                    'PR1ROPCHG.TXT'.
          05 WS-BATCH-STATE         PIC X	VALUE ' '.
             88 BATCH-ACCEPTED                VALUE 'A'.
             88 BATCH-REFUSED                 VALUE 'R'.
          05 WS-BATCH-REASON        PIC X(24)	VALUE SPACES.
          05 WS-BATCH-REC-COUNT     PIC 9(6)	VALUE 0.
          05 WS-HDR-FOUND           PIC X	VALUE 'N'.
          05 WS-TRL-FOUND           PIC X	VALUE 'N'.
          05 WS-OUT-OF-PLACE-CNT    PIC 9(6)	VALUE 0.
          05 WS-DETAIL-COUNT        PIC 9(6)	VALUE 0.
          05 WS-DETAIL-HASH         PIC 9(9)	VALUE 0.
          05 WS-BATCH-APPROVER      PIC X(8)	VALUE SPACES.
          05 WS-BATCH-DATE-X        PIC X(8)	VALUE SPACES.
          05 WS-BATCH-DATE REDEFINES WS-BATCH-DATE-X
                                    PIC 9(8).
          05 WS-BATCH-NUMBER-X      PIC X(6)	VALUE SPACES.
          05 WS-BATCH-NUMBER REDEFINES WS-BATCH-NUMBER-X
                                    PIC 9(6).
          05 WS-TRL-COUNT-X         PIC X(6)	VALUE SPACES.
          05 WS-TRL-COUNT REDEFINES WS-TRL-COUNT-X
                                    PIC 9(6).
          05 WS-TRL-HASH-X          PIC X(9)	VALUE SPACES.
          05 WS-TRL-HASH REDEFINES WS-TRL-HASH-X
                                    PIC 9(9).
          05 WS-BATCH-INT           PIC 9(7).
          05 WS-BATCH-AGE-DAYS      PIC S9(7).

       01 BATCH-LINE.
        05                        PIC X(16) VALUE ' '.
        05                        PIC X(6) VALUE 'BATCH '.
        05 BL-BATCH-NUMBER        PIC X(6).
        05                        PIC X(7) VALUE ' DATED '.
        05 BL-BATCH-DATE          PIC X(8).
        05                        PIC X(4) VALUE ' BY '.
        05 BL-APPROVER            PIC X(8).
        05                        PIC X(2) VALUE ' '.
        05 BL-STATUS              PIC X(8).
        05                        PIC X(1) VALUE ' '.
        05 BL-REASON              PIC X(24).

       01 ROP-LINE.
        05                        PIC X(21) VALUE ' '.
        05                        PIC X(30) VALUE
         IF POST-UPDATE-MODE
           OPEN OUTPUT NEW-DISK-FILE
           PERFORM 132-LOAD-ADJUSTMENTS
           PERFORM 135-CHECK-ROP-BATCH
           PERFORM 134-LOAD-ROP-CHANGES
         END-IF
         PERFORM 130-READ-CONTROL-FILE

	   134-LOAD-ROP-CHANGES.
         OPEN INPUT ROP-CHANGE-FILE
         IF WS-ROP-CHG-STATUS = '00' AND BATCH-ACCEPTED
           PERFORM UNTIL RP-EOF-FLAG = 'Y'
             READ ROP-CHANGE-FILE
               AT END
                 MOVE 'Y' TO RP-EOF-FLAG
               NOT AT END
                 IF BH-RECORD-TYPE = 'HDR'
                    OR BT-RECORD-TYPE = 'TRL'
                   CONTINUE
                 ELSE
                   IF WS-ROP-COUNT < 1000
                     ADD 1 TO WS-ROP-COUNT
                     MOVE CH-CATALOG-NUMBER
                       TO RP-CATALOG(WS-ROP-COUNT)
                     MOVE CH-NEW-REORDER-PT
                       TO RP-NEW-ROP(WS-ROP-COUNT)
                   ELSE
                     ADD 1 TO WS-ROP-FULL-CNT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
         CLOSE ROP-CHANGE-FILE
	   .

      * THE BUYERS STRIKE LINES FROM THE CHANGE FILE BY HAND, SO THE
      * BATCH IS PASSED ONCE FOR ITS CONTROLS BEFORE ANY CHANGE IS
      * LOADED. A REFUSED BATCH LOADS NOTHING.
	   135-CHECK-ROP-BATCH.
         OPEN INPUT ROP-CHANGE-FILE
         IF WS-ROP-CHG-STATUS = '00'
           PERFORM UNTIL BC-EOF-FLAG = 'Y'
             READ ROP-CHANGE-FILE
               AT END
                 MOVE 'Y' TO BC-EOF-FLAG
               NOT AT END
                 PERFORM 136-TALLY-BATCH-RECORD
             END-READ
           END-PERFORM
           PERFORM 137-EDIT-BATCH-CONTROLS
         END-IF
         CLOSE ROP-CHANGE-FILE
	   .

	   136-TALLY-BATCH-RECORD.
         ADD 1 TO WS-BATCH-REC-COUNT
         EVALUATE TRUE
           WHEN WS-TRL-FOUND = 'Y'
             ADD 1 TO WS-OUT-OF-PLACE-CNT
           WHEN BH-RECORD-TYPE = 'HDR'
             IF WS-BATCH-REC-COUNT = 1
               MOVE 'Y' TO WS-HDR-FOUND
               MOVE BH-APPROVER-ID TO WS-BATCH-APPROVER
               MOVE BH-BATCH-DATE-X TO WS-BATCH-DATE-X
               MOVE BH-BATCH-NUMBER-X TO WS-BATCH-NUMBER-X
             ELSE
               ADD 1 TO WS-OUT-OF-PLACE-CNT
             END-IF
           WHEN BT-RECORD-TYPE = 'TRL'
             MOVE 'Y' TO WS-TRL-FOUND
             MOVE BT-RECORD-COUNT-X TO WS-TRL-COUNT-X
             MOVE BT-HASH-TOTAL-X TO WS-TRL-HASH-X
           WHEN OTHER
             ADD 1 TO WS-DETAIL-COUNT
             IF CH-NEW-REORDER-PT-X IS NUMERIC
               ADD CH-NEW-REORDER-PT TO WS-DETAIL-HASH
             END-IF
         END-EVALUATE
	   .

      * A BATCH DATED MORE THAN SEVEN DAYS BEFORE THE RUN IS LAST
      * WEEK S FILE LEFT IN PLACE.
	   137-EDIT-BATCH-CONTROLS.
         IF WS-BATCH-DATE-X IS NUMERIC AND WS-BATCH-DATE > 0
           MOVE FUNCTION INTEGER-OF-DATE(WS-BATCH-DATE)
             TO WS-BATCH-INT
           SUBTRACT WS-BATCH-INT FROM WS-ADJ-TODAY-INT
             GIVING WS-BATCH-AGE-DAYS
         ELSE
           MOVE 9999 TO WS-BATCH-AGE-DAYS
         END-IF
         EVALUATE TRUE
           WHEN WS-HDR-FOUND NOT = 'Y'
             MOVE 'NO BATCH HEADER' TO WS-BATCH-REASON
           WHEN WS-TRL-FOUND NOT = 'Y'
             MOVE 'NO BATCH TRAILER' TO WS-BATCH-REASON
           WHEN WS-OUT-OF-PLACE-CNT > 0
             MOVE 'RECORDS OUT OF SEQUENCE' TO WS-BATCH-REASON
           WHEN WS-BATCH-APPROVER = SPACES
             MOVE 'NO APPROVER ID' TO WS-BATCH-REASON
           WHEN WS-BATCH-NUMBER-X IS NOT NUMERIC
             OR WS-BATCH-NUMBER = 0
             MOVE 'INVALID BATCH NUMBER' TO WS-BATCH-REASON
           WHEN WS-TRL-COUNT-X IS NOT NUMERIC
             OR WS-TRL-HASH-X IS NOT NUMERIC
             OR WS-TRL-COUNT NOT = WS-DETAIL-COUNT
             OR WS-TRL-HASH NOT = WS-DETAIL-HASH
             MOVE 'TRAILER OUT OF BALANCE' TO WS-BATCH-REASON
           WHEN WS-BATCH-AGE-DAYS < 0
             MOVE 'BATCH DATE IN FUTURE' TO WS-BATCH-REASON
           WHEN WS-BATCH-AGE-DAYS > 7
             MOVE 'BATCH DATE STALE' TO WS-BATCH-REASON
           WHEN OTHER
             PERFORM 138-CHECK-APPROVALS-LEDGER
         END-EVALUATE
         IF WS-BATCH-REASON = SPACES
           MOVE 'A' TO WS-BATCH-STATE
         ELSE
           MOVE 'R' TO WS-BATCH-STATE
           MOVE 8 TO RETURN-CODE
           DISPLAY WS-BATCH-FILE-NAME ' BATCH REFUSED - '
             WS-BATCH-REASON
         END-IF
	   .

	   138-CHECK-APPROVALS-LEDGER.
         OPEN INPUT APPROVAL-FILE
         IF WS-APPROVAL-STATUS = '00'
           PERFORM UNTIL AP-EOF-FLAG = 'Y'
             READ APPROVAL-FILE
               AT END
                 MOVE 'Y' TO AP-EOF-FLAG
               NOT AT END
                 IF AP-FILE-NAME = WS-BATCH-FILE-NAME
                    AND AP-BATCH-NUMBER = WS-BATCH-NUMBER
                   MOVE 'BATCH ALREADY APPLIED' TO WS-BATCH-REASON
                 END-IF
             END-READ
           END-PERFORM
         END-IF
         CLOSE APPROVAL-FILE
	   .

	   150-HEADING-ROUTINE.
          MOVE FUNCTION CURRENT-DATE TO WS-DATE
          MOVE WS-YEAR TO DL-YEAR
          MOVE 2 TO PROPER-SPACING
          PERFORM 250-WRITE-A-LINE
        END-IF
        IF POST-UPDATE-MODE AND WS-BATCH-STATE NOT = ' '
          PERFORM 282-PRINT-BATCH-LINE
        END-IF
        IF WS-BACKOUT-RUN = 'Y'
          MOVE WS-BACKOUT-CNT TO BOL-COUNT
          MOVE BACKOUT-LINE TO REPORT-RECORD
        PERFORM 285-PRINT-DISC-TOTAL
	   .

       282-PRINT-BATCH-LINE.
        MOVE WS-BATCH-NUMBER-X TO BL-BATCH-NUMBER
        MOVE WS-BATCH-DATE-X TO BL-BATCH-DATE
        MOVE WS-BATCH-APPROVER TO BL-APPROVER
        IF BATCH-ACCEPTED
          MOVE 'ACCEPTED' TO BL-STATUS
        ELSE
          MOVE 'REFUSED' TO BL-STATUS
        END-IF
        MOVE WS-BATCH-REASON TO BL-REASON
        MOVE BATCH-LINE TO REPORT-RECORD
        MOVE 2 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
	   .

       285-PRINT-DISC-TOTAL.
        MOVE WS-DISCREP-CNT TO DT-COUNT
        MOVE WS-TOT-IMPACT TO DT-IMPACT

       300-FINAL-ROUTINE.
		PERFORM 290-WRITE-AUDIT-RECORD
		PERFORM 292-WRITE-ANALYSIS-CONTROL
		IF POST-UPDATE-MODE
		  PERFORM 295-WRITE-NEW-CONTROL
		END-IF
		IF POST-UPDATE-MODE AND BATCH-ACCEPTED
		  PERFORM 296-RECORD-APPROVAL
		END-IF
		CLOSE DISK-FILE
              REPORT-FILE
              ITEM-MASTER-FILE
         CLOSE AUDIT-FILE
	   .

       292-WRITE-ANALYSIS-CONTROL.
         OPEN OUTPUT ANALYSIS-CONTROL-FILE
         MOVE WS-DATE       TO AC-RUN-DATE
         MOVE WS-REC-COUNT  TO AC-REC-COUNT
         MOVE TOT-STK-VAL   TO AC-STK-VAL
         MOVE WS-ADJ-VALUE-DELTA TO AC-ADJ-DELTA
         MOVE WS-POST-UPDATE TO AC-POSTED
         MOVE WS-TRUNC-CNT  TO AC-TRUNC-CNT
         WRITE ANALYSIS-CONTROL-RECORD
         CLOSE ANALYSIS-CONTROL-FILE
	   .

       295-WRITE-NEW-CONTROL.
         CLOSE NEW-DISK-FILE
         OPEN OUTPUT NEW-CONTROL-FILE
         WRITE NEW-CONTROL-RECORD
         CLOSE NEW-CONTROL-FILE
	   .
	   
       296-RECORD-APPROVAL.
         OPEN EXTEND APPROVAL-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
         MOVE WS-BATCH-FILE-NAME TO AP-FILE-NAME
         MOVE WS-BATCH-NUMBER TO AP-BATCH-NUMBER
         MOVE WS-BATCH-DATE TO AP-BATCH-DATE
         MOVE WS-BATCH-APPROVER TO AP-APPROVER-ID
         MOVE WS-DETAIL-COUNT TO AP-RECORD-COUNT
         MOVE WS-DETAIL-HASH TO AP-HASH-TOTAL
         MOVE 'PROGRAM1 ' TO AP-PROGRAM
         MOVE WS-LOG-DATE TO AP-APPLIED-DATE
         MOVE WS-LOG-TIME TO AP-APPLIED-TIME
         WRITE APPROVAL-RECORD
         CLOSE APPROVAL-FILE
	   .
