      *  INVENTORY FILE STARTS FROM COUNTED REALITY. VARIANCES OVER
      *  THE DOLLAR THRESHOLD ARE FLAGGED FOR A RECOUNT AND ARE NOT
      *  WRITTEN TO THE ADJUSTMENT FILE.
      *  THE COUNT FILE IS KEYED BY HAND, SO IT CARRIES A BATCH
      *  HEADER (APPROVER ID, BATCH DATE, BATCH NUMBER) AND A
      *  TRAILER (RECORD COUNT, HASH TOTAL OF THE COUNTED
      *  QUANTITIES). THE WHOLE BATCH IS REFUSED WHEN THE TRAILER
      *  DOES NOT BALANCE, THE BATCH DATE IS STALE, OR THE BATCH
      *  NUMBER IS ALREADY IN THE APPROVALS LEDGER. A REFUSED BATCH
      *  LEAVES THE ADJUSTMENT FILE EMPTY. AN ACCEPTED BATCH IS
      *  ADDED TO THE LEDGER.
      ****************************************************************
      * INPUT FILES:
      *  PR1COUNTS.TXT - ONE RECORD PER COUNT: CATALOG NUMBER,
      *   COUNT DATE, COUNTED QUANTITY, COUNTER S INITIALS,
      *   BETWEEN A HDR RECORD AND A TRL RECORD
      *  PR1FA14-EDITED.TXT - THE EDITED WEEKLY EXTRACT, FOR THE
      *   BOOK QUANTITY ON HAND
      *  PR1ITEMMAST.TXT - ITEM MASTER FOR DESCRIPTION AND PRICE
      *  PR1COUNT-CTL.TXT (OPTIONAL) - RECOUNT DOLLAR THRESHOLD AS
      *   A FIVE DIGIT NUMBER. WHEN THE FILE IS ABSENT THE
      *   THRESHOLD DEFAULTS TO ONE HUNDRED DOLLARS.
      *  APPROVALS.TXT (OPTIONAL) - APPROVALS LEDGER, CHECKED FOR A
      *   BATCH NUMBER ALREADY APPLIED
      ****************************************************************
      * OUTPUT FILES:
      *  PR1ADJUST.TXT - ONE RECORD PER POSTABLE COUNT: CATALOG
      *  CYCLE-COUNT-VARIANCE-REPORT.TXT - EVERY COUNT WITH BOOK
      *   AND COUNTED QUANTITIES, UNIT AND DOLLAR VARIANCE, AND THE
      *   DISPOSITION (POSTED, RECOUNT, OR NOT ON EXTRACT)
      *  PR1CNTHIST.TXT - COUNT HISTORY, APPENDED WITH EVERY COUNT
      *   ACCEPTED (POSTED OR NO VARIANCE) IN THE SAME LAYOUT AS
      *   PR1COUNTS.TXT. THE CYCLE-COUNT SCHEDULE RUN READS IT FOR
      *   EACH ITEM S LAST COUNT DATE.
      *  APPROVALS.TXT - ONE RECORD APPENDED FOR AN ACCEPTED COUNT
      *   BATCH
      ****************************************************************
      * MODIFICATION HISTORY:
      *  2026-10-15  KAD  THE COUNT FILE NOW CARRIES A BATCH HEADER
      *                   AND TRAILER. A BATCH THAT DOES NOT
      *                   BALANCE, IS STALE OR WAS ALREADY APPLIED IS
      *                   REFUSED WITH RETURN CODE 8, AND AN
      *                   ACCEPTED BATCH IS RECORDED IN THE
      *                   APPROVALS LEDGER APPROVALS.TXT
      *  2026-10-15  KAD  ACCEPTED COUNTS ARE APPENDED TO THE COUNT
      *                   HISTORY FILE PR1CNTHIST.TXT FOR THE ABC
      *                   CYCLE-COUNT SCHEDULE
      *  2026-09-02  KAD  WRITES START AND END RECORDS TO THE SHARED
      *                   RUN LOG RUNLOG.TXT FOR THE BATCH STATUS
      *                   RUN
       SELECT ADJUST-FILE
	     ASSIGN TO "PR1ADJUST.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT OPTIONAL COUNT-HIST-FILE
	     ASSIGN TO "PR1CNTHIST.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT OPTIONAL APPROVAL-FILE
	     ASSIGN TO "APPROVALS.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-APPROVAL-STATUS.
      *
       SELECT REPORT-FILE
	     ASSIGN TO "CYCLE-COUNT-VARIANCE-REPORT.TXT"
       FILE SECTION.

       FD COUNT-FILE
        RECORD CONTAINS 18 TO 25 CHARACTERS.

       01 COUNT-RECORD.
          05 CN-CATALOG-NUMBER      PIC X(5).
				      PIC X(5).
          05 CN-INITIALS	      PIC X(3).

       01 COUNT-HEADER-RECORD.
          05 BH-RECORD-TYPE         PIC X(3).
          05 BH-APPROVER-ID         PIC X(8).
          05 BH-BATCH-DATE-X        PIC X(8).
          05 BH-BATCH-NUMBER-X      PIC X(6).

       01 COUNT-TRAILER-RECORD.
          05 BT-RECORD-TYPE         PIC X(3).
          05 BT-RECORD-COUNT-X      PIC X(6).
          05 BT-HASH-TOTAL-X        PIC X(9).

       FD DISK-FILE
		RECORD CONTAINS 60 CHARACTERS.

          05 AJ-COUNT-DATE	      PIC 9(8).
          05 AJ-COUNTED-QTY	      PIC 9(5).

       FD COUNT-HIST-FILE
        RECORD CONTAINS 21 CHARACTERS.

       01 COUNT-HIST-RECORD.
          05 CH-CATALOG-NUMBER      PIC X(5).
          05 CH-COUNT-DATE	      PIC 9(8).
          05 CH-COUNTED-QTY	      PIC 9(5).
          05 CH-INITIALS	      PIC X(3).

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

       FD REPORT-FILE
        RECORD CONTAINS 110 CHARACTERS.

          05 WS-DOLLAR-VARIANCE     PIC S9(9)V99.
          05 WS-ABS-DOLLAR-VAR      PIC 9(9)V99.

       01 BATCH-CONTROL-FIELDS.
          05 BC-EOF-FLAG            PIC X	VALUE ' '.
          05 AP-EOF-FLAG            PIC X	VALUE ' '.
          05 WS-APPROVAL-STATUS     PIC XX.
          05 WS-BATCH-FILE-NAME     PIC X(16)	VALUE
                                    'PR1COUNTS.TXT'.
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
          05 WS-TODAY-INT           PIC 9(7).
          05 WS-BATCH-INT           PIC 9(7).
          05 WS-BATCH-AGE-DAYS      PIC S9(7).

       01 BOOK-TABLE.
          05 WS-BOOK-COUNT	      PIC 9(4)	VALUE 0.
          05 BK-ENTRY OCCURS 1 TO 1000 TIMES
                                    'NET DOLLAR VARIANCE:        '.
          05 NV-DOLLARS	      PIC +ZZ,ZZZ,ZZZ,ZZ9.99.

       01 BATCH-LINE.
          05                        PIC X(1) VALUE ' '.
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

       01 WS-HOLD-LINE	      PIC X(110).

       01 RUN-LOG-FIELDS.
	   000-MAIN-MODULE.
         PERFORM 110-LOG-RUN-START
         PERFORM 125-HOUSEKEEPING
         IF BATCH-ACCEPTED
           PERFORM 175-READ-COUNT-FILE
         END-IF
         PERFORM 275-PRINT-TOTALS
         PERFORM 280-RECORD-APPROVAL
         PERFORM 300-FINAL-ROUTINE
	   .

	   .

	   125-HOUSEKEEPING.
         OPEN INPUT   ITEM-MASTER-FILE
		 OUTPUT  ADJUST-FILE
			 REPORT-FILE
		 EXTEND  COUNT-HIST-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-DATE
         MOVE WS-YEAR TO DL-YEAR
         MOVE WS-DAY TO DL-DAY
         MOVE WS-MONTH TO DL-MONTH
         MOVE FUNCTION INTEGER-OF-DATE(WS-LOG-DATE)
           TO WS-TODAY-INT
         PERFORM 140-CHECK-COUNT-BATCH
         OPEN INPUT COUNT-FILE
         PERFORM 130-READ-THRESHOLD-FILE
         PERFORM 135-LOAD-BOOK-TABLE
	   .
         CLOSE DISK-FILE
	   .

      * THE COUNT BATCH IS PASSED ONCE FOR ITS CONTROLS BEFORE ANY
      * COUNT IS COMPARED, SO A REFUSED BATCH POSTS NOTHING.
	   140-CHECK-COUNT-BATCH.
         OPEN INPUT COUNT-FILE
         PERFORM UNTIL BC-EOF-FLAG = 'Y'
           READ COUNT-FILE
             AT END
               MOVE 'Y' TO BC-EOF-FLAG
             NOT AT END
               PERFORM 141-TALLY-BATCH-RECORD
           END-READ
         END-PERFORM
         PERFORM 142-EDIT-BATCH-CONTROLS
         CLOSE COUNT-FILE
	   .

	   141-TALLY-BATCH-RECORD.
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
             IF CN-COUNTED-QTY-X IS NUMERIC
               ADD CN-COUNTED-QTY TO WS-DETAIL-HASH
             END-IF
         END-EVALUATE
	   .

      * A BATCH DATED MORE THAN SEVEN DAYS BEFORE THE RUN IS LAST
      * WEEK S FILE LEFT IN PLACE.
	   142-EDIT-BATCH-CONTROLS.
         IF WS-BATCH-DATE-X IS NUMERIC AND WS-BATCH-DATE > 0
           MOVE FUNCTION INTEGER-OF-DATE(WS-BATCH-DATE)
             TO WS-BATCH-INT
           SUBTRACT WS-BATCH-INT FROM WS-TODAY-INT
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
             PERFORM 143-CHECK-APPROVALS-LEDGER
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

	   143-CHECK-APPROVALS-LEDGER.
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
          ADD 1 TO PAGE-NO

				AT END
					MOVE 'Y' TO EOF-FLAG
				NOT AT END
                    IF BH-RECORD-TYPE NOT = 'HDR'
                       AND BT-RECORD-TYPE NOT = 'TRL'
                      PERFORM 200-PROCESS-ONE-COUNT
                    END-IF
			END-READ
		END-PERFORM
	   .
	     WHEN WS-UNIT-VARIANCE = 0
	       MOVE 'NO VARIANCE' TO DL-DISPOSITION
	       ADD 1 TO WS-NO-VAR-COUNT
	       PERFORM 225-WRITE-COUNT-HISTORY
	     WHEN WS-ABS-DOLLAR-VAR > WS-THRESHOLD-DOL
	       MOVE 'RECOUNT' TO DL-DISPOSITION
	       ADD 1 TO WS-RECOUNT-COUNT
	       MOVE 'POSTED' TO DL-DISPOSITION
	       ADD 1 TO WS-POSTED-COUNT
	       PERFORM 220-WRITE-ADJUSTMENT
	       PERFORM 225-WRITE-COUNT-HISTORY
	   END-EVALUATE
	   PERFORM 255-WRITE-DETAIL-LINE
	   .
	   WRITE ADJUST-RECORD
	   .

       225-WRITE-COUNT-HISTORY.
	   MOVE CN-CATALOG-NUMBER TO CH-CATALOG-NUMBER
	   MOVE CN-COUNT-DATE TO CH-COUNT-DATE
	   MOVE CN-COUNTED-QTY TO CH-COUNTED-QTY
	   MOVE CN-INITIALS TO CH-INITIALS
	   WRITE COUNT-HIST-RECORD
	   .

       250-WRITE-A-LINE.
	    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
	      MOVE REPORT-RECORD TO WS-HOLD-LINE
          MOVE WS-TABLE-FULL-CNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 250-WRITE-A-LINE
        END-IF
        PERFORM 277-PRINT-BATCH-LINE
	   .

       277-PRINT-BATCH-LINE.
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

       280-RECORD-APPROVAL.
        IF BATCH-ACCEPTED
          OPEN EXTEND APPROVAL-FILE
          MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
          MOVE WS-BATCH-FILE-NAME TO AP-FILE-NAME
          MOVE WS-BATCH-NUMBER TO AP-BATCH-NUMBER
          MOVE WS-BATCH-DATE TO AP-BATCH-DATE
          MOVE WS-BATCH-APPROVER TO AP-APPROVER-ID
          MOVE WS-DETAIL-COUNT TO AP-RECORD-COUNT
          MOVE WS-DETAIL-HASH TO AP-HASH-TOTAL
          MOVE 'PROGRAM12' TO AP-PROGRAM
          MOVE WS-LOG-DATE TO AP-APPLIED-DATE
          MOVE WS-LOG-TIME TO AP-APPLIED-TIME
          WRITE APPROVAL-RECORD
          CLOSE APPROVAL-FILE
        END-IF
	   .

              ITEM-MASTER-FILE
              ADJUST-FILE
              REPORT-FILE
              COUNT-HIST-FILE
		PERFORM 310-LOG-RUN-END
		STOP RUN
	   .
