      *  A SALE ENDING AT THE LATEST WEEK. ITEMS AT OR ABOVE THE
      *  THRESHOLD NUMBER OF NO-SALE WEEKS ARE LISTED WITH THEIR
      *  WEEKS OF SUPPLY AT THE AVERAGE SALES RATE AND THE DOLLARS
      *  TIED UP IN THEIR CURRENT STOCK AT THE PRICE IN EFFECT FOR
      *  THE ITEM S LATEST HISTORY WEEK.
      ****************************************************************
      * INPUT FILES:
      *  PR1ITEMHIST.TXT - ONE RECORD PER ITEM PER WEEK:
      *   CATALOG NUMBER, RUN DATE, ON HAND, SOLD, RETURNED,
      *   RECEIVED
      *  PR1ITEMMAST.TXT - ITEM MASTER FOR DESCRIPTION AND PRICE
      *  PR1PRICEHIST.TXT (OPTIONAL) - SUPERSEDED PRICES WITH THE
      *   DATES EACH WAS IN EFFECT
      *  PR1AGING-CTL.TXT (OPTIONAL) - NO-SALE WEEK THRESHOLD AS A
      *   TWO DIGIT NUMBER. WHEN THE FILE IS ABSENT THE THRESHOLD
      *   DEFAULTS TO FOUR WEEKS.
      *  WEEKS OF SUPPLY: ON HAND DIVIDED BY THE AVERAGE WEEKLY
      *   SALES OVER THE WEEKS ON FILE. 9999.9 IS PRINTED WHEN THE
      *   ITEM HAS NO SALES AT ALL.
      *  PRICE IN EFFECT: THE SUPERSEDED PRICE ON PR1PRICEHIST.TXT
      *   WHOSE FROM-DATE AND TO-DATE SPAN THE WEEK S RUN DATE, OR
      *   THE ITEM MASTER PRICE WHEN NONE DOES.
      ****************************************************************
      * MODIFICATION HISTORY:
      *  2026-10-15  KAD  DOLLARS TIED UP ARE PRICED AT THE PRICE IN
      *                   EFFECT FOR THE LATEST HISTORY WEEK FROM THE
      *                   PRICE HISTORY FILE PR1PRICEHIST.TXT
      *  2026-09-02  KAD  WRITES START AND END RECORDS TO THE SHARED
      *                   RUN LOG RUNLOG.TXT FOR THE BATCH STATUS
      *                   RUN
		 ORGANIZATION IS INDEXED
		 ACCESS MODE IS RANDOM
		 RECORD KEY IS IM-CATALOG-NUMBER.
      *
       SELECT OPTIONAL PRICE-HIST-FILE
	     ASSIGN TO "PR1PRICEHIST.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-PRICE-HIST-STATUS.
      *
       SELECT REPORT-FILE
	     ASSIGN TO "SLOW-MOVER-AGING-REPORT.TXT"
          05 IM-ITEM-DESCRIPTION    PIC X(20).
          05 IM-UNIT-PRICE	      PIC 999V99.

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

          05 EOF-FLAG		      PIC X	VALUE ' '.
          05 WS-FIRST-REC	      PIC X	VALUE 'Y'.
          05 WS-THRESHOLD-STATUS    PIC XX.
          05 HP-EOF-FLAG	      PIC X	VALUE ' '.
          05 WS-PRICE-HIST-STATUS   PIC XX.

       01 TOTAL-FIELDS.
          05 WS-ITEM-COUNT	      PIC 9(6)	VALUE 0.
          05 WS-LISTED-COUNT	      PIC 9(6)	VALUE 0.
          05 WS-TOT-TIED-UP	      PIC 9(11)V99 VALUE 0.
          05 WS-THRESHOLD-WKS	      PIC 99	VALUE 4.
          05 WS-PRICE-FULL-CNT      PIC 9(6)	VALUE 0.

       01 ITEM-BREAK-FIELDS.
          05 WS-CAT-HOLD	      PIC X(5).
          05 WS-NO-SALE-STREAK      PIC 9(4).
          05 WS-TOTAL-SOLD	      PIC 9(8).
          05 WS-LAST-ON-HAND	      PIC 9(5).
          05 WS-LAST-RUN-DATE	      PIC 9(8).

       01 CALC-FIELDS.
          05 WS-SUPPLY-WORK	      PIC 9(10).
          05 WS-WEEKS-SUPPLY	      PIC 9(4)V9.
          05 WS-TIED-UP	      PIC 9(8)V99.
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

       01 WS-DATE.
          05 WS-YEAR		      PIC 9(4).
         MOVE WS-DAY TO DL-DAY
         MOVE WS-MONTH TO DL-MONTH
         PERFORM 130-READ-THRESHOLD-FILE
         PERFORM 135-LOAD-PRICE-HISTORY
	   .

	   130-READ-THRESHOLD-FILE.
         CLOSE THRESHOLD-FILE
	   .

	   135-LOAD-PRICE-HISTORY.
         OPEN INPUT PRICE-HIST-FILE
         IF WS-PRICE-HIST-STATUS = '00'
           PERFORM UNTIL HP-EOF-FLAG = 'Y'
             READ PRICE-HIST-FILE
               AT END
                 MOVE 'Y' TO HP-EOF-FLAG
               NOT AT END
                 PERFORM 137-HOLD-PRICE-HISTORY
             END-READ
           END-PERFORM
         END-IF
         CLOSE PRICE-HIST-FILE
	   .

       137-HOLD-PRICE-HISTORY.
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

	   150-HEADING-ROUTINE.
          ADD 1 TO PAGE-NO

	   ADD 1 TO WS-WEEKS-ON-FILE
	   ADD SH-QTY-SOLD-WK TO WS-TOTAL-SOLD
	   MOVE SH-QTY-ON-HAND TO WS-LAST-ON-HAND
	   MOVE SH-RUN-DATE TO WS-LAST-RUN-DATE
	   IF SH-QTY-SOLD-WK = 0
	     ADD 1 TO WS-NO-SALE-STREAK
	   ELSE
	   MOVE 0 TO WS-NO-SALE-STREAK
	   MOVE 0 TO WS-TOTAL-SOLD
	   MOVE 0 TO WS-LAST-ON-HAND
	   MOVE 0 TO WS-LAST-RUN-DATE
	   .

       240-ITEM-BREAK.
	   END-IF
	   MOVE WS-WEEKS-SUPPLY TO DL-WKS-SUPPLY

	   MOVE WS-LAST-RUN-DATE TO WS-PRICE-DATE
	   PERFORM 248-PRICE-IN-EFFECT
	   MULTIPLY WS-WEEK-PRICE BY WS-LAST-ON-HAND
	     GIVING WS-TIED-UP
	   ADD WS-TIED-UP TO WS-TOT-TIED-UP
	   MOVE WS-TIED-UP TO DL-TIED-UP
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
        MOVE WS-TOT-TIED-UP TO TL-DOLLARS
        MOVE DOLLAR-TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        IF WS-PRICE-FULL-CNT > 0
          MOVE 'PRICE HISTORY NOT LOADED' TO TL-LABEL
          MOVE WS-PRICE-FULL-CNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 250-WRITE-A-LINE
        END-IF
	   .

       300-FINAL-ROUTINE.
