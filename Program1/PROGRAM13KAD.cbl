      *  WOULD MOVE BY MORE THAN THE TOLERANCE. THOSE PROPOSALS ARE
      *  ALSO WRITTEN TO A CHANGE FILE; THE BUYERS STRIKE ANY LINE
      *  THEY DO NOT APPROVE FROM THAT FILE AND THE WEEK-END
      *  POSTING RUN APPLIES THE REST TO NEXT WEEK S EXTRACT. THE
      *  AVERAGE WEEKLY SALES DOLLARS ARE ALSO SHOWN, WITH EACH
      *  HISTORY WEEK S SALES PRICED AT THE PRICE IN EFFECT THAT
      *  WEEK.
      *  THE CHANGE FILE IS WRITTEN AS A BATCH: A HEADER RECORD
      *  CARRYING THE BATCH DATE AND A BATCH NUMBER (THE RUN DATE
      *  AS YYMMDD) WITH THE APPROVER ID LEFT BLANK, AND A TRAILER
      *  RECORD CARRYING THE PROPOSAL COUNT AND THE HASH TOTAL OF
      *  THE PROPOSED REORDER POINTS. THE APPROVING BUYER KEYS
      *  THEIR ID INTO THE HEADER AND, AFTER STRIKING LINES,
      *  CORRECTS THE TRAILER TO MATCH WHAT IS LEFT.
      ****************************************************************
      * INPUT FILES:
      *  PR1ITEMHIST.TXT - ONE RECORD PER ITEM PER WEEK:
      *   RECEIVED
      *  PR1FA14-EDITED.TXT - THE EDITED WEEKLY EXTRACT, FOR THE
      *   CURRENT REORDER POINT
      *  PR1ITEMMAST.TXT - ITEM MASTER FOR THE DESCRIPTION AND PRICE
      *  PR1PRICEHIST.TXT (OPTIONAL) - SUPERSEDED PRICES WITH THE
      *   DATES EACH WAS IN EFFECT. A WEEK WHOSE RUN DATE FALLS IN
      *   A SUPERSEDED PRICE S FROM/TO DATES IS PRICED AT IT; ANY
      *   OTHER WEEK IS PRICED AT THE ITEM MASTER PRICE.
      *  PR1ROP-CTL.TXT (OPTIONAL) - LEAD-TIME WEEKS AS A TWO DIGIT
      *   NUMBER FOLLOWED BY THE MOVE TOLERANCE IN UNITS AS A THREE
      *   DIGIT NUMBER. DEFAULTS TO TWO WEEKS AND FIVE UNITS.
      ****************************************************************
      * OUTPUT FILES:
      *  PR1ROPCHG.TXT - ONE RECORD PER PROPOSAL OVER TOLERANCE:
      *   CATALOG NUMBER AND PROPOSED REORDER POINT, BETWEEN A
      *   HDR RECORD (TYPE, APPROVER ID, BATCH DATE, BATCH NUMBER)
      *   AND A TRL RECORD (TYPE, RECORD COUNT, HASH TOTAL)
      *  REORDER-POINT-REPORT.TXT - PROPOSED VERSUS CURRENT
      *   COMPARISON WITH WEEKS ON FILE, AVERAGE WEEKLY SALES, THE
      *   MOVE, AND THE AVERAGE WEEKLY SALES DOLLARS FOR EACH ITEM
      *   OVER TOLERANCE, PLUS TOTALS
      ****************************************************************
      * MODIFICATION HISTORY:
      *  2026-10-15  KAD  THE CHANGE FILE NOW CARRIES A BATCH HEADER
      *                   AND TRAILER FOR THE APPROVALS CONTROLS ON
      *                   THE WEEK-END POSTING RUN
      *  2026-10-15  KAD  AVERAGE WEEKLY SALES DOLLARS ADDED, EACH
      *                   WEEK PRICED AT THE PRICE IN EFFECT THAT
      *                   WEEK FROM THE PRICE HISTORY FILE
      *                   PR1PRICEHIST.TXT
      *  2026-09-02  KAD  WRITES START AND END RECORDS TO THE SHARED
      *                   RUN LOG RUNLOG.TXT FOR THE BATCH STATUS
      *                   RUN
       SELECT CHANGE-FILE
	     ASSIGN TO "PR1ROPCHG.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT OPTIONAL PRICE-HIST-FILE
	     ASSIGN TO "PR1PRICEHIST.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-PRICE-HIST-STATUS.
      *
       SELECT REPORT-FILE
	     ASSIGN TO "REORDER-POINT-REPORT.TXT"
          05 RC-TOLERANCE	      PIC 9(3).

       FD CHANGE-FILE
        RECORD CONTAINS 9 TO 25 CHARACTERS.

       01 CHANGE-RECORD.
          05 CH-CATALOG-NUMBER      PIC X(5).
          05 CH-NEW-REORDER-PT      PIC 9(4).

       01 CHANGE-HEADER-RECORD.
          05 BH-RECORD-TYPE         PIC X(3).
          05 BH-APPROVER-ID         PIC X(8).
          05 BH-BATCH-DATE          PIC 9(8).
          05 BH-BATCH-NUMBER        PIC 9(6).

       01 CHANGE-TRAILER-RECORD.
          05 BT-RECORD-TYPE         PIC X(3).
          05 BT-RECORD-COUNT        PIC 9(6).
          05 BT-HASH-TOTAL          PIC 9(9).

       FD PRICE-HIST-FILE
        RECORD CONTAINS 34 CHARACTERS.

       01 PRICE-HIST-RECORD.
          05 HP-CATALOG-NUMBER      PIC X(5).
          05 HP-UNIT-PRICE	      PIC 999V99.
          05 HP-FROM-DATE	      PIC 9(8).
          05 HP-TO-DATE		      PIC 9(8).
          05 HP-CHANGED-DATE	      PIC 9(8).

       FD REPORT-FILE
        RECORD CONTAINS 110 CHARACTERS.

          05 BK-EOF-FLAG	      PIC X	VALUE ' '.
          05 WS-FIRST-REC	      PIC X	VALUE 'Y'.
          05 WS-CONTROL-STATUS      PIC XX.
          05 HP-EOF-FLAG	      PIC X	VALUE ' '.
          05 WS-PRICE-HIST-STATUS   PIC XX.

       01 TOTAL-FIELDS.
          05 WS-ITEM-COUNT	      PIC 9(6)	VALUE 0.
          05 WS-PROPOSED-COUNT      PIC 9(6)	VALUE 0.
          05 WS-PROPOSED-HASH       PIC 9(9)	VALUE 0.
          05 WS-NO-EXTRACT-CNT      PIC 9(6)	VALUE 0.
          05 WS-TABLE-FULL-CNT      PIC 9(6)	VALUE 0.
          05 WS-PRICE-FULL-CNT      PIC 9(6)	VALUE 0.
          05 WS-LEAD-WEEKS	      PIC 99	VALUE 2.
          05 WS-TOLERANCE	      PIC 9(3)	VALUE 5.

          05 WS-CAT-HOLD	      PIC X(5).
          05 WS-WEEKS-ON-FILE	      PIC 9(4).
          05 WS-TOTAL-SOLD	      PIC 9(8).
          05 WS-TOTAL-SALES-DOL     PIC 9(11)V99.

       01 CALC-FIELDS.
          05 WS-AVG-SALES	      PIC 9(6)V9.
          05 WS-CURRENT-ROP	      PIC 9(4).
          05 WS-ROP-MOVE	      PIC S9(5).
          05 WS-ABS-MOVE	      PIC 9(5).
          05 WS-AVG-SALES-DOL	      PIC 9(9)V99.
          05 WS-WEEK-SALES-DOL      PIC 9(7)V99.
          05 WS-PRICE-DATE	      PIC 9(8).
          05 WS-WEEK-PRICE	      PIC 999V99.

       01 PRICE-HIST-TABLE.
          05 WS-PRICE-HIST-COUNT    PIC 9(4)	VALUE 0.
          05 PT-ENTRY OCCURS 1 TO 3000 TIMES
                DEPENDING ON WS-PRICE-HIST-COUNT
                INDEXED BY PT-INDEX.
             10 PT-CATALOG-NUMBER   PIC X(5).
             10 PT-UNIT-PRICE	      PIC 999V99.
             10 PT-FROM-DATE	      PIC 9(8).
             10 PT-TO-DATE	      PIC 9(8).

       01 EXTRACT-TABLE.
          05 WS-BOOK-COUNT	      PIC 9(4)	VALUE 0.
          05 WS-MONTH		      PIC 99.
          05 WS-DAY		      PIC 99.

       01 WS-DATE-NUM REDEFINES WS-DATE
				      PIC 9(8).

       01 PAGE-HEADING-LINE.
          05 DL-MONTH		      PIC 99.
          05			      PIC X VALUE '/'.
          05			      PIC X(8) VALUE 'PROPOSED'.
          05			      PIC X(6) VALUE ' '.
          05			      PIC X(4) VALUE 'MOVE'.
          05			      PIC X(3) VALUE ' '.
          05			      PIC X(12) VALUE 'AVG WEEKLY $'.

       01 DETAIL-LINE.
          05 DL-CAT-NUM	      PIC X(5).
          05 DL-PROPOSED	      PIC Z,ZZ9.
          05			      PIC X(3) VALUE ' '.
          05 DL-MOVE		      PIC +ZZ,ZZ9.
          05			      PIC X(5) VALUE ' '.
          05 DL-AVG-DOLLARS	      PIC $$,$$$,$$9.99.

       01 TOTAL-LINE.
          05			      PIC X(1) VALUE ' '.
         PERFORM 175-READ-HISTORY-FILE
         PERFORM 260-LAST-ITEM-BREAK
         PERFORM 275-PRINT-TOTALS
         PERFORM 280-WRITE-CHANGE-TRAILER
         PERFORM 300-FINAL-ROUTINE
	   .

         MOVE WS-YEAR TO DL-YEAR
         MOVE WS-DAY TO DL-DAY
         MOVE WS-MONTH TO DL-MONTH
         PERFORM 140-WRITE-CHANGE-HEADER
         PERFORM 130-READ-CONTROL-FILE
         PERFORM 135-LOAD-EXTRACT-TABLE
         PERFORM 137-LOAD-PRICE-HISTORY
	   .

	   130-READ-CONTROL-FILE.
         CLOSE DISK-FILE
	   .

	   137-LOAD-PRICE-HISTORY.
         OPEN INPUT PRICE-HIST-FILE
         IF WS-PRICE-HIST-STATUS = '00'
           PERFORM UNTIL HP-EOF-FLAG = 'Y'
             READ PRICE-HIST-FILE
               AT END
                 MOVE 'Y' TO HP-EOF-FLAG
               NOT AT END
                 PERFORM 138-HOLD-PRICE-HISTORY
             END-READ
           END-PERFORM
         END-IF
         CLOSE PRICE-HIST-FILE
	   .

       138-HOLD-PRICE-HISTORY.
         IF WS-PRICE-HIST-COUNT < 3000
           ADD 1 TO WS-PRICE-HIST-COUNT
           SET PT-INDEX TO WS-PRICE-HIST-COUNT
           MOVE HP-CATALOG-NUMBER TO PT-CATALOG-NUMBER(PT-INDEX)
           MOVE HP-UNIT-PRICE TO PT-UNIT-PRICE(PT-INDEX)
           MOVE HP-FROM-DATE TO PT-FROM-DATE(PT-INDEX)
           MOVE HP-TO-DATE TO PT-TO-DATE(PT-INDEX)
         ELSE
           ADD 1 TO WS-PRICE-FULL-CNT
         END-IF
	   .

	   140-WRITE-CHANGE-HEADER.
         MOVE 'HDR' TO BH-RECORD-TYPE
         MOVE SPACES TO BH-APPROVER-ID
         MOVE WS-DATE-NUM TO BH-BATCH-DATE
         MOVE WS-DATE-NUM TO BH-BATCH-NUMBER
         WRITE CHANGE-HEADER-RECORD
	   .

	   150-HEADING-ROUTINE.
          ADD 1 TO PAGE-NO


	   ADD 1 TO WS-WEEKS-ON-FILE
	   ADD SH-QTY-SOLD-WK TO WS-TOTAL-SOLD
	   MOVE SH-RUN-DATE TO WS-PRICE-DATE
	   PERFORM 248-PRICE-IN-EFFECT
	   MULTIPLY SH-QTY-SOLD-WK BY WS-WEEK-PRICE
	     GIVING WS-WEEK-SALES-DOL
	   ADD WS-WEEK-SALES-DOL TO WS-TOTAL-SALES-DOL
	   .

      * THE MASTER IS READ AT THE START OF EACH ITEM SO ITS PRICE IS
      * ON HAND FOR THE WEEKS NOT COVERED BY THE PRICE HISTORY.
       220-INIT-ITEM-FIELDS.
	   MOVE 0 TO WS-WEEKS-ON-FILE
	   MOVE 0 TO WS-TOTAL-SOLD
	   MOVE 0 TO WS-TOTAL-SALES-DOL
	   PERFORM 247-LOOKUP-ITEM-MASTER
	   .

       240-ITEM-BREAK.
	   MOVE BK-REORDER-PT(BK-INDEX) TO WS-CURRENT-ROP
	   DIVIDE WS-TOTAL-SOLD BY WS-WEEKS-ON-FILE
	     GIVING WS-AVG-SALES ROUNDED
	   DIVIDE WS-TOTAL-SALES-DOL BY WS-WEEKS-ON-FILE
	     GIVING WS-AVG-SALES-DOL ROUNDED
	   MULTIPLY WS-AVG-SALES BY WS-LEAD-WEEKS
	     GIVING WS-PROPOSED-ROP ROUNDED
	     ON SIZE ERROR
	   MOVE WS-CURRENT-ROP TO DL-CURRENT
	   MOVE WS-PROPOSED-ROP TO DL-PROPOSED
	   MOVE WS-ROP-MOVE TO DL-MOVE
	   MOVE WS-AVG-SALES-DOL TO DL-AVG-DOLLARS
	   MOVE DETAIL-LINE TO REPORT-RECORD
	   MOVE 1 TO PROPER-SPACING
	   PERFORM 250-WRITE-A-LINE
	   MOVE WS-CAT-HOLD TO CH-CATALOG-NUMBER
	   MOVE WS-PROPOSED-ROP TO CH-NEW-REORDER-PT
	   WRITE CHANGE-RECORD
	   ADD WS-PROPOSED-ROP TO WS-PROPOSED-HASH
	   .

       247-LOOKUP-ITEM-MASTER.
         READ ITEM-MASTER-FILE
           INVALID KEY
             MOVE '*NOT ON MASTER*' TO IM-ITEM-DESCRIPTION
             MOVE ZEROS TO IM-UNIT-PRICE
         END-READ
         MOVE IM-ITEM-DESCRIPTION TO DL-DESCRIP
	   .

      * THE PRICE IN EFFECT ON WS-PRICE-DATE IS THE SUPERSEDED PRICE
      * WHOSE FROM/TO DATES SPAN IT, OR THE MASTER PRICE ALREADY READ
      * INTO IM-UNIT-PRICE WHEN NO SUPERSEDED PRICE DOES.
       248-PRICE-IN-EFFECT.
         MOVE IM-UNIT-PRICE TO WS-WEEK-PRICE
         IF WS-PRICE-HIST-COUNT > 0
           SET PT-INDEX TO 1
           SEARCH PT-ENTRY
             AT END
               CONTINUE
             WHEN PT-CATALOG-NUMBER(PT-INDEX) = WS-CAT-HOLD
                  AND PT-FROM-DATE(PT-INDEX) <= WS-PRICE-DATE
                  AND PT-TO-DATE(PT-INDEX) >= WS-PRICE-DATE
               MOVE PT-UNIT-PRICE(PT-INDEX) TO WS-WEEK-PRICE
           END-SEARCH
         END-IF
	   .

       250-WRITE-A-LINE.
	    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
	      MOVE REPORT-RECORD TO WS-HOLD-LINE
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 250-WRITE-A-LINE
        END-IF
        IF WS-PRICE-FULL-CNT > 0
          MOVE 'PRICE HISTORY NOT LOADED:   ' TO TL-LABEL
          MOVE WS-PRICE-FULL-CNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 250-WRITE-A-LINE
        END-IF
	   .

       280-WRITE-CHANGE-TRAILER.
        MOVE 'TRL' TO BT-RECORD-TYPE
        MOVE WS-PROPOSED-COUNT TO BT-RECORD-COUNT
        MOVE WS-PROPOSED-HASH TO BT-HASH-TOTAL
        WRITE CHANGE-TRAILER-RECORD
	   .

       300-FINAL-ROUTINE.
