      *  ARE PRINTED FOR THE BUYERS, AND THE OPEN-PO FILE IS
      *  REWRITTEN WITH THE REMAINING OPEN QUANTITIES. THIS RUNS
      *  WITH THE WEEKLY ANALYSIS, AFTER THE STOCK ANALYSIS RUN.
      *  EVERY RECEIPT NETTED AGAINST A PO IS ALSO APPENDED TO THE
      *  PO RECEIPT HISTORY FILE, MARKED PARTIAL OR CLOSED, SO THE
      *  SUPPLIER SCORECARD CAN MEASURE LEAD TIME AND FILL RATE
      *  AFTER THE CLOSED PO HAS DROPPED OFF THE OPEN-PO FILE.
      *  THE RELEASE FILE IS KEYED BY HAND, SO IT CARRIES A BATCH
      *  HEADER (APPROVER ID, BATCH DATE, BATCH NUMBER) AND A
      *  TRAILER (RECORD COUNT, HASH TOTAL). THE WHOLE BATCH IS
      *  REFUSED WHEN THE TRAILER DOES NOT BALANCE, THE BATCH DATE
      *  IS STALE, OR THE BATCH NUMBER IS ALREADY IN THE APPROVALS
      *  LEDGER. AN ACCEPTED BATCH IS ADDED TO THE LEDGER.
      ****************************************************************
      * INPUT FILES:
      *  PO-SUGGESTIONS.TXT - THIS WEEK S SUGGESTIONS AS WRITTEN BY
      *   THE STOCK ANALYSIS RUN
      *  PR1PORELEASE.TXT (OPTIONAL) - ONE CATALOG NUMBER PER RECORD
      *   FOR EACH SUGGESTION THE BUYERS RELEASED, BETWEEN A HDR
      *   RECORD AND A TRL RECORD. THERE IS NO QUANTITY ON THE
      *   FILE, SO THE TRAILER HASH TOTAL MUST BE ZERO.
      *  APPROVALS.TXT (OPTIONAL) - APPROVALS LEDGER, CHECKED FOR A
      *   BATCH NUMBER ALREADY APPLIED
      *  PR1OPENPO.TXT (OPTIONAL) - THE OPEN-PO FILE CARRIED FORWARD
      *   FROM LAST WEEK: CATALOG NUMBER, SUPPLIER ID, OPEN
      *   QUANTITY, DATE SUGGESTED, QUANTITY ORDERED
      *  PR1FA14-EDITED.TXT - THE EDITED WEEKLY INVENTORY EXTRACT,
      *   FOR THE QUANTITY RECEIVED IN THE WEEK
      *  PR1PO-CTL.TXT (OPTIONAL) - AGED-PO THRESHOLD IN WEEKS AS A
      *   THIS WEEK S RELEASES AND RECEIPTS ARE APPLIED
      *  OPEN-PO-REPORT.TXT - RELEASES POSTED, RECEIPTS WITH NO OPEN
      *   PO, AND POS OPEN PAST THE THRESHOLD, WITH TOTALS
      *  PR1POHIST.TXT - PO RECEIPT HISTORY (APPENDED): CATALOG
      *   NUMBER, SUPPLIER ID, DATE SUGGESTED, DATE RECEIVED OR
      *   CLOSED, QUANTITY ORDERED, QUANTITY RECEIVED, QUANTITY
      *   STILL OPEN, AND STATUS (P PARTIAL, C CLOSED)
      *  APPROVALS.TXT - ONE RECORD APPENDED FOR AN ACCEPTED RELEASE
      *   BATCH
      ****************************************************************
      * MODIFICATION HISTORY:
      *  2026-10-15  KAD  THE RELEASE FILE NOW CARRIES A BATCH
      *                   HEADER AND TRAILER. A BATCH THAT DOES NOT
      *                   BALANCE, IS STALE OR WAS ALREADY APPLIED IS
      *                   REFUSED WITH RETURN CODE 8, AND AN
      *                   ACCEPTED BATCH IS RECORDED IN THE
      *                   APPROVALS LEDGER APPROVALS.TXT
      *  2026-10-15  KAD  THE OPEN-PO RECORD NOW CARRIES THE
      *                   QUANTITY ORDERED, AND EVERY PARTIAL
      *                   RECEIPT AND PO CLOSURE IS APPENDED TO THE
      *                   PO RECEIPT HISTORY FILE PR1POHIST.TXT FOR
      *                   THE SUPPLIER SCORECARD
      *  2026-09-02  KAD  WRITES START AND END RECORDS TO THE SHARED
      *                   RUN LOG RUNLOG.TXT FOR THE BATCH STATUS
      *                   RUN
	     ASSIGN TO "PR1OPENPO.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-OPEN-PO-STATUS.
      *
       SELECT OPTIONAL PO-HIST-FILE
	     ASSIGN TO "PR1POHIST.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT DISK-FILE
	     ASSIGN TO "PR1FA14-EDITED.TXT"
	     ASSIGN TO "PR1PO-CTL.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-THRESHOLD-STATUS.
      *
       SELECT OPTIONAL APPROVAL-FILE
	     ASSIGN TO "APPROVALS.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-APPROVAL-STATUS.
      *
       SELECT REPORT-FILE
	     ASSIGN TO "OPEN-PO-REPORT.TXT"
          05 PO-EXTENDED-COST	      PIC 9(7)V99.

       FD RELEASE-FILE
        RECORD CONTAINS 5 TO 25 CHARACTERS.

       01 RELEASE-RECORD.
          05 RL-CATALOG-NUMBER      PIC X(5).

       01 RELEASE-HEADER-RECORD.
          05 BH-RECORD-TYPE         PIC X(3).
          05 BH-APPROVER-ID         PIC X(8).
          05 BH-BATCH-DATE-X        PIC X(8).
          05 BH-BATCH-NUMBER-X      PIC X(6).

       01 RELEASE-TRAILER-RECORD.
          05 BT-RECORD-TYPE         PIC X(3).
          05 BT-RECORD-COUNT-X      PIC X(6).
          05 BT-HASH-TOTAL-X        PIC X(9).

       FD OPEN-PO-FILE
        RECORD CONTAINS 28 CHARACTERS.

       01 OPEN-PO-RECORD.
          05 OP-CATALOG-NUMBER      PIC X(5).
          05 OP-SUPPLIER-ID	      PIC X(5).
          05 OP-QTY-OPEN	      PIC 9(5).
          05 OP-DATE-SUGGESTED      PIC 9(8).
          05 OP-QTY-ORDERED	      PIC 9(5).
          05 OP-QTY-ORDERED-X REDEFINES OP-QTY-ORDERED
				      PIC X(5).

       FD PO-HIST-FILE
        RECORD CONTAINS 42 CHARACTERS.

       01 PO-HIST-RECORD.
          05 PH-CATALOG-NUMBER      PIC X(5).
          05 PH-SUPPLIER-ID	      PIC X(5).
          05 PH-DATE-SUGGESTED      PIC 9(8).
          05 PH-DATE-RECEIVED	      PIC 9(8).
          05 PH-QTY-ORDERED	      PIC 9(5).
          05 PH-QTY-RECEIVED	      PIC 9(5).
          05 PH-QTY-OPEN	      PIC 9(5).
          05 PH-STATUS		      PIC X.

       FD DISK-FILE
		RECORD CONTAINS 60 CHARACTERS.
       01 THRESHOLD-RECORD.
          05 TH-WEEKS		      PIC 99.

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

          05 WS-RELEASE-STATUS      PIC XX.
          05 WS-OPEN-PO-STATUS      PIC XX.
          05 WS-THRESHOLD-STATUS    PIC XX.
          05 BC-EOF-FLAG            PIC X	VALUE ' '.
          05 AP-EOF-FLAG            PIC X	VALUE ' '.
          05 WS-APPROVAL-STATUS     PIC XX.

       01 TOTAL-FIELDS.
          05 WS-RELEASED-COUNT      PIC 9(6)	VALUE 0.
          05 WS-MATCHED-QTY	      PIC 9(8)	VALUE 0.
          05 WS-UNMATCHED-COUNT     PIC 9(6)	VALUE 0.
          05 WS-UNMATCHED-QTY	      PIC 9(8)	VALUE 0.
          05 WS-CLOSED-COUNT	      PIC 9(6)	VALUE 0.
          05 WS-STILL-OPEN-COUNT    PIC 9(6)	VALUE 0.
          05 WS-AGED-COUNT	      PIC 9(6)	VALUE 0.
          05 WS-TABLE-FULL-CNT      PIC 9(6)	VALUE 0.
          05 WS-AGE-DAYS	      PIC S9(7).
          05 WS-AGE-WEEKS	      PIC 9(4).

       01 BATCH-CONTROL-FIELDS.
          05 WS-BATCH-FILE-NAME     PIC X(16)	VALUE
                                    'PR1PORELEASE.TXT'.
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

       01 SUGGEST-TABLE.
          05 WS-SUGG-COUNT	      PIC 9(3)	VALUE 0.
          05 SG-ENTRY OCCURS 1 TO 500 TIMES
             10 OPT-SUPPLIER-ID     PIC X(5).
             10 OPT-QTY-OPEN	      PIC 9(5).
             10 OPT-DATE	      PIC 9(8).
             10 OPT-QTY-ORDERED     PIC 9(5).

       01 WS-DATE.
          05 WS-YEAR		      PIC 9(4).
          05 TL-LABEL		      PIC X(28).
          05 TL-COUNT		      PIC ZZZ,ZZ9.

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
         PERFORM 155-CHECK-RELEASE-BATCH
         PERFORM 160-POST-RELEASES
         PERFORM 175-READ-EXTRACT-FILE
         PERFORM 260-AGE-OPEN-POS
         PERFORM 270-REWRITE-OPEN-PO-FILE
         PERFORM 275-PRINT-TOTALS
         PERFORM 280-RECORD-APPROVAL
         PERFORM 300-FINAL-ROUTINE
	   .

	   125-HOUSEKEEPING.
         OPEN INPUT   DISK-FILE
	      OUTPUT  REPORT-FILE
	      EXTEND  PO-HIST-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-DATE
         MOVE WS-YEAR TO DL-YEAR
         MOVE WS-DAY TO DL-DAY
                     TO OPT-QTY-OPEN(WS-OPEN-COUNT)
                   MOVE OP-DATE-SUGGESTED
                     TO OPT-DATE(WS-OPEN-COUNT)
                   IF OP-QTY-ORDERED-X IS NUMERIC
                     MOVE OP-QTY-ORDERED
                       TO OPT-QTY-ORDERED(WS-OPEN-COUNT)
                   ELSE
                     MOVE OP-QTY-OPEN
                       TO OPT-QTY-ORDERED(WS-OPEN-COUNT)
                   END-IF
                 ELSE
                   ADD 1 TO WS-TABLE-FULL-CNT
                 END-IF
          MOVE 8 TO WS-LINE-COUNT
	   .

      * THE RELEASE BATCH IS PASSED ONCE FOR ITS CONTROLS BEFORE
      * ANY RELEASE IS POSTED, SO A REFUSED BATCH POSTS NOTHING.
	   155-CHECK-RELEASE-BATCH.
         OPEN INPUT RELEASE-FILE
         IF WS-RELEASE-STATUS = '00'
           PERFORM UNTIL BC-EOF-FLAG = 'Y'
             READ RELEASE-FILE
               AT END
                 MOVE 'Y' TO BC-EOF-FLAG
               NOT AT END
                 PERFORM 156-TALLY-BATCH-RECORD
             END-READ
           END-PERFORM
           PERFORM 157-EDIT-BATCH-CONTROLS
         END-IF
         CLOSE RELEASE-FILE
	   .

	   156-TALLY-BATCH-RECORD.
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
         END-EVALUATE
	   .

      * A BATCH DATED MORE THAN SEVEN DAYS BEFORE THE RUN IS LAST
      * WEEK S FILE LEFT IN PLACE.
	   157-EDIT-BATCH-CONTROLS.
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
             PERFORM 158-CHECK-APPROVALS-LEDGER
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

	   158-CHECK-APPROVALS-LEDGER.
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

	   160-POST-RELEASES.
         OPEN INPUT RELEASE-FILE
         IF WS-RELEASE-STATUS = '00' AND BATCH-ACCEPTED
           PERFORM UNTIL RL-EOF-FLAG = 'Y'
             READ RELEASE-FILE
               AT END
                 MOVE 'Y' TO RL-EOF-FLAG
               NOT AT END
                 IF BH-RECORD-TYPE NOT = 'HDR'
                    AND BT-RECORD-TYPE NOT = 'TRL'
                   PERFORM 165-POST-ONE-RELEASE
                 END-IF
             END-READ
           END-PERFORM
         END-IF
           MOVE SG-SUPPLIER-ID(SG-INDEX)
             TO OPT-SUPPLIER-ID(WS-OPEN-COUNT)
           MOVE SG-QTY(SG-INDEX) TO OPT-QTY-OPEN(WS-OPEN-COUNT)
           MOVE SG-QTY(SG-INDEX) TO OPT-QTY-ORDERED(WS-OPEN-COUNT)
           MOVE WS-DATE-NUM TO OPT-DATE(WS-OPEN-COUNT)
           MOVE SG-CATALOG(SG-INDEX) TO DL-CAT-NUM
           MOVE SG-SUPPLIER-ID(SG-INDEX) TO DL-SUPPLIER-ID
	       SUBTRACT WS-APPLY-QTY FROM OPT-QTY-OPEN(OP-INDEX)
	       SUBTRACT WS-APPLY-QTY FROM WS-RECEIPT-LEFT
	       ADD WS-APPLY-QTY TO WS-MATCHED-QTY
	       PERFORM 215-WRITE-PO-HISTORY
	     END-IF
	   END-PERFORM
	   .

       215-WRITE-PO-HISTORY.
	   MOVE OPT-CATALOG(OP-INDEX) TO PH-CATALOG-NUMBER
	   MOVE OPT-SUPPLIER-ID(OP-INDEX) TO PH-SUPPLIER-ID
	   MOVE OPT-DATE(OP-INDEX) TO PH-DATE-SUGGESTED
	   MOVE WS-DATE-NUM TO PH-DATE-RECEIVED
	   MOVE OPT-QTY-ORDERED(OP-INDEX) TO PH-QTY-ORDERED
	   MOVE WS-APPLY-QTY TO PH-QTY-RECEIVED
	   MOVE OPT-QTY-OPEN(OP-INDEX) TO PH-QTY-OPEN
	   IF OPT-QTY-OPEN(OP-INDEX) = 0
	     MOVE 'C' TO PH-STATUS
	     ADD 1 TO WS-CLOSED-COUNT
	   ELSE
	     MOVE 'P' TO PH-STATUS
	   END-IF
	   WRITE PO-HIST-RECORD
	   .

       220-WRITE-UNMATCHED-RECEIPT.
	   ADD 1 TO WS-UNMATCHED-COUNT
	   ADD WS-RECEIPT-LEFT TO WS-UNMATCHED-QTY
	       MOVE OPT-SUPPLIER-ID(OP-INDEX) TO OP-SUPPLIER-ID
	       MOVE OPT-QTY-OPEN(OP-INDEX) TO OP-QTY-OPEN
	       MOVE OPT-DATE(OP-INDEX) TO OP-DATE-SUGGESTED
	       MOVE OPT-QTY-ORDERED(OP-INDEX) TO OP-QTY-ORDERED
	       WRITE OPEN-PO-RECORD
	     END-IF
	   END-PERFORM
        MOVE WS-UNMATCHED-QTY TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'POS CLOSED THIS RUN:        ' TO TL-LABEL
        MOVE WS-CLOSED-COUNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'POS STILL OPEN:             ' TO TL-LABEL
        MOVE WS-STILL-OPEN-COUNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
          MOVE WS-TABLE-FULL-CNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 250-WRITE-A-LINE
        END-IF
        IF WS-BATCH-STATE NOT = ' '
          PERFORM 277-PRINT-BATCH-LINE
        END-IF
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
          MOVE 'PROGRAM10' TO AP-PROGRAM
          MOVE WS-LOG-DATE TO AP-APPLIED-DATE
          MOVE WS-LOG-TIME TO AP-APPLIED-TIME
          WRITE APPROVAL-RECORD
          CLOSE APPROVAL-FILE
        END-IF
	   .

       300-FINAL-ROUTINE.
		CLOSE DISK-FILE
              REPORT-FILE
              PO-HIST-FILE
		PERFORM 310-LOG-RUN-END
		STOP RUN
	   .
