       IDENTIFICATION DIVISION.
       PROGRAM-ID.	  PROGRAM23.
       AUTHOR.			  DAYE.
      *************************COMMENT SECTION************************
      * DESCRIPTION:
      *  THIS PROGRAM IS THE PRICE ACTIVATION RUN FOR THE HAL S AUTO
      *  PARTS ITEM MASTER. ITEM MAINTENANCE (PROGRAM5) NO LONGER
      *  PUTS A PRICE CHANGE ON THE MASTER; IT QUEUES THE NEW PRICE
      *  WITH ITS EFFECTIVE DATE ON THE PENDING PRICE FILE. EVERY
      *  PENDING PRICE WHOSE EFFECTIVE DATE HAS ARRIVED IS MOVED
      *  ONTO PR1ITEMMAST.TXT IN CATALOG AND EFFECTIVE DATE ORDER,
      *  AND THE PRICE IT SUPERSEDES IS APPENDED TO THE PRICE
      *  HISTORY FILE WITH THE DATES IT WAS IN EFFECT. PRICES NOT
      *  YET DUE STAY ON THE PENDING FILE, WHICH IS REWRITTEN. THE
      *  IMPACT REPORT SHOWS EACH ACTIVATED CHANGE WITH THE STOCK
      *  VALUE OF THE ITEM S CURRENT ON-HAND AT THE OLD AND THE NEW
      *  PRICE AND THE DIFFERENCE.
      ****************************************************************
      * INPUT FILES:
      *  PR1PENDPRICE.TXT (OPTIONAL) - PENDING PRICES: CATALOG
      *   NUMBER, EFFECTIVE DATE, NEW UNIT PRICE, DATE ENTERED
      *   (REWRITTEN WITH THE PRICES NOT YET DUE)
      *  PR1ITEMMAST.TXT - ITEM MASTER (UPDATED)
      *  PR1PRICEHIST.TXT (OPTIONAL) - PRICE HISTORY, READ FOR THE
      *   DATE EACH ITEM S CURRENT PRICE CAME INTO EFFECT
      *  PR1ITEMHIST.TXT - PER-ITEM WEEKLY HISTORY, FOR EACH ITEM S
      *   ON-HAND AS OF ITS LATEST WEEK
      ****************************************************************
      * OUTPUT FILES:
      *  PR1PRICEHIST.TXT - ONE RECORD APPENDED PER SUPERSEDED
      *   PRICE: CATALOG NUMBER, UNIT PRICE, FROM-DATE, TO-DATE,
      *   DATE CHANGED. THE FROM-DATE IS THE DAY AFTER THE ITEM S
      *   LAST HISTORY TO-DATE, OR ZERO WHEN THE ITEM HAS NO PRICE
      *   HISTORY YET. THE TO-DATE IS THE DAY BEFORE THE NEW PRICE
      *   TAKES EFFECT. A PRICE SUPERSEDED ON THE DAY IT TOOK
      *   EFFECT WAS NEVER IN FORCE AND IS NOT WRITTEN.
      *  PRICE-CHANGE-IMPACT-REPORT.TXT - ONE LINE PER DUE PRICE:
      *   CATALOG NUMBER, DESCRIPTION, EFFECTIVE DATE, OLD AND NEW
      *   PRICE, ON-HAND, OLD AND NEW STOCK VALUE, VALUE IMPACT,
      *   AND DISPOSITION, WITH TOTALS
      ****************************************************************
      * MODIFICATION HISTORY:
      *  2026-10-15  KAD  INITIAL VERSION
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       SOURCE-COMPUTER.		IBM-PC.
       OBJECT-COMPUTER.		IBM-PC.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT OPTIONAL PENDING-PRICE-FILE
	     ASSIGN TO "PR1PENDPRICE.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-PENDING-STATUS.
      *
       SELECT ITEM-MASTER-FILE
	     ASSIGN TO "PR1ITEMMAST.TXT"
		 ORGANIZATION IS INDEXED
		 ACCESS MODE IS RANDOM
		 RECORD KEY IS IM-CATALOG-NUMBER.
      *
       SELECT OPTIONAL PRICE-HIST-FILE
	     ASSIGN TO "PR1PRICEHIST.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-PRICE-HIST-STATUS.
      *
       SELECT ITEM-HIST-FILE
	     ASSIGN TO "PR1ITEMHIST.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT PENDING-SORT-FILE
	     ASSIGN TO "PENDPRICE-SORT.tmp".
      *
       SELECT REPORT-FILE
	     ASSIGN TO "PRICE-CHANGE-IMPACT-REPORT.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT RUN-LOG-FILE
	     ASSIGN TO "RUNLOG.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.

       FILE SECTION.

       FD PENDING-PRICE-FILE
        RECORD CONTAINS 26 CHARACTERS.

       01 PENDING-PRICE-RECORD.
          05 PP-CATALOG-NUMBER      PIC X(5).
          05 PP-EFFECTIVE-DATE      PIC 9(8).
          05 PP-NEW-PRICE	      PIC 999V99.
          05 PP-ENTERED-DATE	      PIC 9(8).

       FD ITEM-MASTER-FILE
        RECORD CONTAINS 30 CHARACTERS.

       01 ITEM-MASTER-RECORD.
          05 IM-CATALOG-NUMBER      PIC X(5).
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

       FD ITEM-HIST-FILE
	    RECORD CONTAINS 30 CHARACTERS.

       01 ITEM-HIST-RECORD.
          05 IH-CATALOG-NUMBER      PIC X(5).
          05 IH-RUN-DATE	      PIC 9(8).
          05 IH-QTY-ON-HAND	      PIC 9(5).
          05 IH-QTY-SOLD-WK	      PIC 9(4).
          05 IH-QTY-RETURNED-WK     PIC 9(4).
          05 IH-QTY-RECEIVED-WK     PIC 9(4).

       SD PENDING-SORT-FILE.
       01 PENDING-SORT-RECORD.
          05 PS-CATALOG-NUMBER      PIC X(5).
          05 PS-EFFECTIVE-DATE      PIC 9(8).
          05 PS-NEW-PRICE	      PIC 999V99.
          05 PS-ENTERED-DATE	      PIC 9(8).

       FD REPORT-FILE
        RECORD CONTAINS 132 CHARACTERS.

       01 REPORT-RECORD	      PIC X(132).

       FD RUN-LOG-FILE
        RECORD CONTAINS 31 CHARACTERS.

       01 RUN-LOG-RECORD.
          05 RL-PROGRAM	      PIC X(9).
          05 RL-DATE	      PIC 9(8).
          05 RL-TIME	      PIC 9(6).
          05 RL-TYPE	      PIC X.
          05 RL-STATUS	      PIC X.
          05 RL-REC-COUNT	      PIC 9(6).

	   WORKING-STORAGE SECTION.

       01 REPORT-FIELDS.
          05 PROPER-SPACING	      PIC S9V9	VALUE +1.
          05 WS-LINE-COUNT	      PIC 9(3)	VALUE 99.
          05 WS-LINES-PER-PAGE      PIC 9(3)	VALUE 55.

       01 FLAGS-SWITCHES.
          05 PP-EOF-FLAG	      PIC X	VALUE ' '.
          05 HP-EOF-FLAG	      PIC X	VALUE ' '.
          05 IH-EOF-FLAG	      PIC X	VALUE ' '.
          05 PS-EOF-FLAG	      PIC X	VALUE ' '.
          05 WS-PENDING-FULL-FLAG   PIC X	VALUE 'N'.
             88 PENDING-TABLE-FULL	VALUE 'Y'.
          05 WS-PENDING-STATUS      PIC XX.
          05 WS-PRICE-HIST-STATUS   PIC XX.

       01 TOTAL-FIELDS.
          05 WS-PENDING-READ	      PIC 9(6)	VALUE 0.
          05 WS-DUE-CNT		      PIC 9(6)	VALUE 0.
          05 WS-ACTIVATED-CNT	      PIC 9(6)	VALUE 0.
          05 WS-NO-CHANGE-CNT	      PIC 9(6)	VALUE 0.
          05 WS-REJECT-CNT	      PIC 9(6)	VALUE 0.
          05 WS-RETAINED-CNT	      PIC 9(6)	VALUE 0.
          05 WS-HIST-WRITTEN	      PIC 9(6)	VALUE 0.
          05 WS-LAST-TO-FULL-CNT    PIC 9(6)	VALUE 0.
          05 WS-ON-HAND-FULL-CNT    PIC 9(6)	VALUE 0.
          05 WS-TOT-OLD-VALUE	      PIC 9(11)V99 VALUE 0.
          05 WS-TOT-NEW-VALUE	      PIC 9(11)V99 VALUE 0.
          05 WS-TOT-IMPACT	      PIC S9(11)V99 VALUE 0.

       01 CALC-FIELDS.
          05 WS-OLD-PRICE	      PIC 999V99.
          05 WS-ON-HAND		      PIC 9(5).
          05 WS-OLD-VALUE	      PIC 9(9)V99.
          05 WS-NEW-VALUE	      PIC 9(9)V99.
          05 WS-IMPACT		      PIC S9(9)V99.
          05 WS-FROM-DATE	      PIC 9(8).
          05 WS-TO-DATE		      PIC 9(8).
          05 WS-DAY-INT		      PIC 9(7).
          05 WS-LOOKUP-CAT	      PIC X(5).

      * EVERY PENDING PRICE IS HELD SO THE ONES NOT YET DUE CAN BE
      * WRITTEN BACK. PD-STATE IS SET TO D FOR A PRICE RELEASED TO
      * THE SORT AND B FOR A RECORD THAT FAILED THE EDITS.
       01 PENDING-TABLE.
          05 WS-PEND-COUNT	      PIC 9(4)	VALUE 0.
          05 PD-ENTRY OCCURS 1 TO 3000 TIMES
                DEPENDING ON WS-PEND-COUNT
                INDEXED BY PD-INDEX.
             10 PD-RECORD.
                15 PD-CATALOG-NUMBER PIC X(5).
                15 PD-EFFECTIVE-DATE PIC 9(8).
                15 PD-NEW-PRICE      PIC 999V99.
                15 PD-ENTERED-DATE   PIC 9(8).
             10 PD-STATE	      PIC X.

      * THE LAST TO-DATE ON THE PRICE HISTORY FOR EACH ITEM, SO THE
      * NEXT SUPERSEDED PRICE STARTS THE DAY AFTER IT.
       01 LAST-TO-TABLE.
          05 WS-LAST-TO-COUNT	      PIC 9(4)	VALUE 0.
          05 LT-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-LAST-TO-COUNT
                INDEXED BY LT-INDEX.
             10 LT-CATALOG-NUMBER   PIC X(5).
             10 LT-TO-DATE	      PIC 9(8).

      * EACH ITEM S ON-HAND FROM ITS LATEST WEEK ON THE HISTORY.
       01 ON-HAND-TABLE.
          05 WS-ON-HAND-COUNT	      PIC 9(4)	VALUE 0.
          05 OH-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-ON-HAND-COUNT
                INDEXED BY OH-INDEX.
             10 OH-CATALOG-NUMBER   PIC X(5).
             10 OH-RUN-DATE	      PIC 9(8).
             10 OH-QTY-ON-HAND      PIC 9(5).

       01 WS-DATE.
          05 WS-YEAR		      PIC 9(4).
          05 WS-MONTH		      PIC 99.
          05 WS-DAY		      PIC 99.

       01 WS-DATE-NUM REDEFINES WS-DATE
				      PIC 9(8).

       01 WS-EDIT-DATE		      PIC 9(8).
       01 WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
          05 WS-EDIT-YEAR	      PIC 9(4).
          05 WS-EDIT-MONTH	      PIC 99.
          05 WS-EDIT-DAY	      PIC 99.

       01 WS-PRINT-DATE.
          05 WS-PRINT-MONTH	      PIC 99.
          05			      PIC X VALUE '/'.
          05 WS-PRINT-DAY	      PIC 99.
          05			      PIC X VALUE '/'.
          05 WS-PRINT-YEAR	      PIC 9(4).

       01 PAGE-HEADING-LINE.
          05 DL-MONTH		      PIC 99.
          05			      PIC X VALUE '/'.
          05 DL-DAY		      PIC 99.
          05			      PIC X VALUE '/'.
          05 DL-YEAR		      PIC 9(4).
          05			      PIC X(5) VALUE ' '.
          05			      PIC X(3) VALUE 'KAD'.
          05			      PIC X(30) VALUE ' '.
          05			      PIC X(26) VALUE
                                    'PRICE CHANGE IMPACT REPORT'.
          05			      PIC X(40) VALUE ' '.
          05			      PIC X(5) VALUE 'PAGE '.
          05 PAGE-NO		      PIC 99 VALUE 0.

       01 COLUMN-HDR-1.
          05			      PIC X(3) VALUE 'CAT'.
          05			      PIC X(26) VALUE ' '.
          05			      PIC X(9) VALUE 'EFFECTIVE'.
          05			      PIC X(7) VALUE ' '.
          05			      PIC X(3) VALUE 'OLD'.
          05			      PIC X(6) VALUE ' '.
          05			      PIC X(3) VALUE 'NEW'.
          05			      PIC X(6) VALUE ' '.
          05			      PIC X(2) VALUE 'ON'.
          05			      PIC X(7) VALUE ' '.
          05			      PIC X(9) VALUE 'OLD STOCK'.
          05			      PIC X(7) VALUE ' '.
          05			      PIC X(9) VALUE 'NEW STOCK'.

       01 COLUMN-HDR-2.
          05			      PIC X(3) VALUE 'NUM'.
          05			      PIC X(4) VALUE ' '.
          05			      PIC X(11) VALUE 'DESCRIPTION'.
          05			      PIC X(11) VALUE ' '.
          05			      PIC X(4) VALUE 'DATE'.
          05			      PIC X(10) VALUE ' '.
          05			      PIC X(5) VALUE 'PRICE'.
          05			      PIC X(4) VALUE ' '.
          05			      PIC X(5) VALUE 'PRICE'.
          05			      PIC X(4) VALUE ' '.
          05			      PIC X(4) VALUE 'HAND'.
          05			      PIC X(11) VALUE ' '.
          05			      PIC X(5) VALUE 'VALUE'.
          05			      PIC X(11) VALUE ' '.
          05			      PIC X(5) VALUE 'VALUE'.
          05			      PIC X(5) VALUE ' '.
          05			      PIC X(12) VALUE 'VALUE IMPACT'.
          05			      PIC X(2) VALUE ' '.
          05			      PIC X(11) VALUE 'DISPOSITION'.

       01 DETAIL-LINE.
          05 DL-CAT-NUM		      PIC X(5).
          05			      PIC X(2) VALUE ' '.
          05 DL-DESCRIP		      PIC X(20).
          05			      PIC X(2) VALUE ' '.
          05 DL-EFF-DATE	      PIC X(10).
          05			      PIC X(2) VALUE ' '.
          05 DL-OLD-PRICE	      PIC $Z99.99.
          05			      PIC X(2) VALUE ' '.
          05 DL-NEW-PRICE	      PIC $Z99.99.
          05			      PIC X(2) VALUE ' '.
          05 DL-ON-HAND		      PIC ZZ,ZZ9.
          05			      PIC X(2) VALUE ' '.
          05 DL-OLD-VALUE	      PIC $$$,$$$,$$9.99.
          05			      PIC X(2) VALUE ' '.
          05 DL-NEW-VALUE	      PIC $$$,$$$,$$9.99.
          05			      PIC X(2) VALUE ' '.
          05 DL-IMPACT		      PIC $$$,$$$,$$9.99-.
          05			      PIC X(2) VALUE ' '.
          05 DL-DISPOSITION	      PIC X(16).

       01 MESSAGE-LINE.
          05			      PIC X(1) VALUE ' '.
          05 ML-TEXT		      PIC X(70).

       01 TOTAL-LINE.
          05			      PIC X(1) VALUE ' '.
          05 TL-LABEL		      PIC X(32).
          05 TL-COUNT		      PIC ZZZ,ZZ9.

       01 TOTAL-AMOUNT-LINE.
          05			      PIC X(1) VALUE ' '.
          05 TA-LABEL		      PIC X(32).
          05 TA-AMOUNT		      PIC $$$,$$$,$$$,$$9.99-.

       01 WS-HOLD-LINE	      PIC X(132).

       01 RUN-LOG-FIELDS.
          05 WS-LOG-STAMP.
             10 WS-LOG-DATE	      PIC 9(8).
             10 WS-LOG-TIME	      PIC 9(6).
             10 FILLER	      PIC X(7).

	   PROCEDURE DIVISION.

	   000-MAIN-MODULE.
         PERFORM 110-LOG-RUN-START
         PERFORM 125-HOUSEKEEPING
         PERFORM 130-LOAD-PENDING-PRICES
         IF PENDING-TABLE-FULL
           PERFORM 270-REPORT-TABLE-FULL
         ELSE
           PERFORM 135-LOAD-PRICE-HISTORY
           PERFORM 140-LOAD-ON-HAND
           PERFORM 400-ACTIVATE-PRICES
           PERFORM 450-REWRITE-PENDING-FILE
           PERFORM 275-PRINT-TOTALS
         END-IF
         PERFORM 300-FINAL-ROUTINE
	   .

	   110-LOG-RUN-START.
         OPEN EXTEND RUN-LOG-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
         MOVE 'PROGRAM23' TO RL-PROGRAM
         MOVE WS-LOG-DATE TO RL-DATE
         MOVE WS-LOG-TIME TO RL-TIME
         MOVE 'S' TO RL-TYPE
         MOVE ' ' TO RL-STATUS
         MOVE ZEROS TO RL-REC-COUNT
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE
	   .

	   125-HOUSEKEEPING.
         OPEN I-O     ITEM-MASTER-FILE
	      OUTPUT  REPORT-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-DATE
         MOVE WS-YEAR TO DL-YEAR
         MOVE WS-DAY TO DL-DAY
         MOVE WS-MONTH TO DL-MONTH
         PERFORM 150-HEADING-ROUTINE
	   .

      * THE WHOLE PENDING FILE IS HELD IN THE TABLE. IF IT DOES NOT
      * FIT, NOTHING IS ACTIVATED, SINCE THE FILE COULD NOT BE
      * WRITTEN BACK WHOLE.
	   130-LOAD-PENDING-PRICES.
         OPEN INPUT PENDING-PRICE-FILE
         IF WS-PENDING-STATUS = '00'
           PERFORM UNTIL PP-EOF-FLAG = 'Y'
             READ PENDING-PRICE-FILE
               AT END
                 MOVE 'Y' TO PP-EOF-FLAG
               NOT AT END
                 PERFORM 132-HOLD-PENDING-PRICE
             END-READ
           END-PERFORM
         END-IF
         CLOSE PENDING-PRICE-FILE
	   .

       132-HOLD-PENDING-PRICE.
         ADD 1 TO WS-PENDING-READ
         IF WS-PEND-COUNT < 3000
           ADD 1 TO WS-PEND-COUNT
           SET PD-INDEX TO WS-PEND-COUNT
           MOVE PENDING-PRICE-RECORD TO PD-RECORD(PD-INDEX)
           MOVE ' ' TO PD-STATE(PD-INDEX)
         ELSE
           MOVE 'Y' TO WS-PENDING-FULL-FLAG
         END-IF
	   .

	   135-LOAD-PRICE-HISTORY.
         OPEN INPUT PRICE-HIST-FILE
         IF WS-PRICE-HIST-STATUS = '00'
           PERFORM UNTIL HP-EOF-FLAG = 'Y'
             READ PRICE-HIST-FILE
               AT END
                 MOVE 'Y' TO HP-EOF-FLAG
               NOT AT END
                 MOVE HP-CATALOG-NUMBER TO WS-LOOKUP-CAT
                 MOVE HP-TO-DATE TO WS-TO-DATE
                 PERFORM 137-POST-LAST-TO-DATE
             END-READ
           END-PERFORM
         END-IF
         CLOSE PRICE-HIST-FILE
         OPEN EXTEND PRICE-HIST-FILE
	   .

      * KEEPS THE LATEST TO-DATE SEEN FOR WS-LOOKUP-CAT.
       137-POST-LAST-TO-DATE.
         PERFORM 445-FIND-LAST-TO
         IF LT-INDEX > WS-LAST-TO-COUNT
           IF WS-LAST-TO-COUNT < 2000
             ADD 1 TO WS-LAST-TO-COUNT
             SET LT-INDEX TO WS-LAST-TO-COUNT
             MOVE WS-LOOKUP-CAT TO LT-CATALOG-NUMBER(LT-INDEX)
             MOVE WS-TO-DATE TO LT-TO-DATE(LT-INDEX)
           ELSE
             ADD 1 TO WS-LAST-TO-FULL-CNT
           END-IF
         ELSE
           IF WS-TO-DATE > LT-TO-DATE(LT-INDEX)
             MOVE WS-TO-DATE TO LT-TO-DATE(LT-INDEX)
           END-IF
         END-IF
	   .

	   140-LOAD-ON-HAND.
         OPEN INPUT ITEM-HIST-FILE
         PERFORM UNTIL IH-EOF-FLAG = 'Y'
           READ ITEM-HIST-FILE
             AT END
               MOVE 'Y' TO IH-EOF-FLAG
             NOT AT END
               PERFORM 142-POST-ON-HAND
           END-READ
         END-PERFORM
         CLOSE ITEM-HIST-FILE
	   .

       142-POST-ON-HAND.
         MOVE IH-CATALOG-NUMBER TO WS-LOOKUP-CAT
         PERFORM 435-FIND-ON-HAND
         IF OH-INDEX > WS-ON-HAND-COUNT
           IF WS-ON-HAND-COUNT < 2000
             ADD 1 TO WS-ON-HAND-COUNT
             SET OH-INDEX TO WS-ON-HAND-COUNT
             MOVE IH-CATALOG-NUMBER TO OH-CATALOG-NUMBER(OH-INDEX)
             MOVE IH-RUN-DATE TO OH-RUN-DATE(OH-INDEX)
             MOVE IH-QTY-ON-HAND TO OH-QTY-ON-HAND(OH-INDEX)
           ELSE
             ADD 1 TO WS-ON-HAND-FULL-CNT
           END-IF
         ELSE
           IF IH-RUN-DATE >= OH-RUN-DATE(OH-INDEX)
             MOVE IH-RUN-DATE TO OH-RUN-DATE(OH-INDEX)
             MOVE IH-QTY-ON-HAND TO OH-QTY-ON-HAND(OH-INDEX)
           END-IF
         END-IF
	   .

	   150-HEADING-ROUTINE.
          ADD 1 TO PAGE-NO

          MOVE 1 TO PROPER-SPACING
          WRITE REPORT-RECORD FROM PAGE-HEADING-LINE
            AFTER ADVANCING PROPER-SPACING

          MOVE 3 TO PROPER-SPACING
          WRITE REPORT-RECORD FROM COLUMN-HDR-1
          	AFTER ADVANCING PROPER-SPACING
          MOVE 1 TO PROPER-SPACING
          WRITE REPORT-RECORD FROM COLUMN-HDR-2
          	AFTER ADVANCING PROPER-SPACING
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          MOVE 7 TO WS-LINE-COUNT
	   .

       250-WRITE-A-LINE.
	    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
	      MOVE REPORT-RECORD TO WS-HOLD-LINE
	      PERFORM 150-HEADING-ROUTINE
	      MOVE WS-HOLD-LINE TO REPORT-RECORD
	      MOVE 1 TO PROPER-SPACING
	    END-IF
		WRITE REPORT-RECORD
			AFTER ADVANCING PROPER-SPACING
	    ADD PROPER-SPACING TO WS-LINE-COUNT
	   .

       270-REPORT-TABLE-FULL.
	   MOVE 'PENDING PRICE FILE OVER 3000 RECORDS - NONE APPLIED'
	     TO ML-TEXT
	   MOVE MESSAGE-LINE TO REPORT-RECORD
	   MOVE 2 TO PROPER-SPACING
	   PERFORM 250-WRITE-A-LINE
	   DISPLAY
	     'PRICE ACTIVATION REFUSED - PENDING PRICE TABLE FULL'
	   MOVE 8 TO RETURN-CODE
	   .

       275-PRINT-TOTALS.
        MOVE 'PENDING PRICES READ:            ' TO TL-LABEL
        MOVE WS-PENDING-READ TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        MOVE 3 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        MOVE 'PRICES DUE:                     ' TO TL-LABEL
        MOVE WS-DUE-CNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        MOVE 1 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        MOVE 'PRICES ACTIVATED:               ' TO TL-LABEL
        MOVE WS-ACTIVATED-CNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'DUE PRICES SAME AS MASTER:      ' TO TL-LABEL
        MOVE WS-NO-CHANGE-CNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'PENDING PRICES REJECTED:        ' TO TL-LABEL
        MOVE WS-REJECT-CNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'PRICES STILL PENDING:           ' TO TL-LABEL
        MOVE WS-RETAINED-CNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'PRICE HISTORY RECORDS WRITTEN:  ' TO TL-LABEL
        MOVE WS-HIST-WRITTEN TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'STOCK VALUE AT OLD PRICES:      ' TO TA-LABEL
        MOVE WS-TOT-OLD-VALUE TO TA-AMOUNT
        MOVE TOTAL-AMOUNT-LINE TO REPORT-RECORD
        MOVE 2 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        MOVE 'STOCK VALUE AT NEW PRICES:      ' TO TA-LABEL
        MOVE WS-TOT-NEW-VALUE TO TA-AMOUNT
        MOVE TOTAL-AMOUNT-LINE TO REPORT-RECORD
        MOVE 1 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        MOVE 'NET STOCK VALUE IMPACT:         ' TO TA-LABEL
        MOVE WS-TOT-IMPACT TO TA-AMOUNT
        MOVE TOTAL-AMOUNT-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        IF WS-LAST-TO-FULL-CNT > 0
          MOVE 'TABLE FULL - HISTORY NOT DATED: '
            TO TL-LABEL
          MOVE WS-LAST-TO-FULL-CNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 250-WRITE-A-LINE
        END-IF
        IF WS-ON-HAND-FULL-CNT > 0
          MOVE 'TABLE FULL - ON-HAND NOT KEPT:  '
            TO TL-LABEL
          MOVE WS-ON-HAND-FULL-CNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 250-WRITE-A-LINE
        END-IF
	   .

       300-FINAL-ROUTINE.
		CLOSE ITEM-MASTER-FILE
              REPORT-FILE
		IF NOT PENDING-TABLE-FULL
		  CLOSE PRICE-HIST-FILE
		END-IF
		PERFORM 310-LOG-RUN-END
		STOP RUN
	   .

       310-LOG-RUN-END.
         OPEN EXTEND RUN-LOG-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
         MOVE 'PROGRAM23' TO RL-PROGRAM
         MOVE WS-LOG-DATE TO RL-DATE
         MOVE WS-LOG-TIME TO RL-TIME
         MOVE 'E' TO RL-TYPE
         MOVE 'C' TO RL-STATUS
         MOVE WS-ACTIVATED-CNT TO RL-REC-COUNT
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE
	   .

      * THE DUE PRICES ARE APPLIED IN CATALOG AND EFFECTIVE DATE
      * ORDER, SO WHEN ONE ITEM HAS SEVERAL DUE AT ONCE EACH ONE
      * SUPERSEDES THE ONE BEFORE IT AND THE LAST ONE STAYS ON THE
      * MASTER.
       400-ACTIVATE-PRICES.
         SORT PENDING-SORT-FILE
           ON ASCENDING KEY PS-CATALOG-NUMBER
                            PS-EFFECTIVE-DATE
                            PS-ENTERED-DATE
           INPUT PROCEDURE IS 410-RELEASE-DUE-PRICES
           OUTPUT PROCEDURE IS 420-APPLY-DUE-PRICES
	   .

       410-RELEASE-DUE-PRICES.
         PERFORM 412-RELEASE-ONE-PRICE
           VARYING PD-INDEX FROM 1 BY 1
           UNTIL PD-INDEX > WS-PEND-COUNT
	   .

       412-RELEASE-ONE-PRICE.
         IF PD-EFFECTIVE-DATE(PD-INDEX) IS NOT NUMERIC
            OR PD-NEW-PRICE(PD-INDEX) IS NOT NUMERIC
           MOVE 'B' TO PD-STATE(PD-INDEX)
           PERFORM 415-PRINT-BAD-PENDING
         ELSE
           IF PD-EFFECTIVE-DATE(PD-INDEX) <= WS-DATE-NUM
             MOVE 'D' TO PD-STATE(PD-INDEX)
             ADD 1 TO WS-DUE-CNT
             MOVE PD-RECORD(PD-INDEX) TO PENDING-SORT-RECORD
             RELEASE PENDING-SORT-RECORD
           END-IF
         END-IF
	   .

       415-PRINT-BAD-PENDING.
         ADD 1 TO WS-REJECT-CNT
         MOVE SPACES TO DETAIL-LINE
         MOVE PD-CATALOG-NUMBER(PD-INDEX) TO DL-CAT-NUM
         MOVE 'BAD PENDING REC' TO DL-DISPOSITION
         MOVE DETAIL-LINE TO REPORT-RECORD
         MOVE 1 TO PROPER-SPACING
         PERFORM 250-WRITE-A-LINE
	   .

       420-APPLY-DUE-PRICES.
         PERFORM UNTIL PS-EOF-FLAG = 'Y'
           RETURN PENDING-SORT-FILE
             AT END
               MOVE 'Y' TO PS-EOF-FLAG
             NOT AT END
               PERFORM 430-ACTIVATE-ONE-PRICE
           END-RETURN
         END-PERFORM
	   .

       430-ACTIVATE-ONE-PRICE.
         MOVE PS-CATALOG-NUMBER TO DL-CAT-NUM
         MOVE PS-EFFECTIVE-DATE TO WS-EDIT-DATE
         MOVE WS-EDIT-MONTH TO WS-PRINT-MONTH
         MOVE WS-EDIT-DAY TO WS-PRINT-DAY
         MOVE WS-EDIT-YEAR TO WS-PRINT-YEAR
         MOVE WS-PRINT-DATE TO DL-EFF-DATE
         MOVE PS-NEW-PRICE TO DL-NEW-PRICE
         MOVE PS-CATALOG-NUMBER TO WS-LOOKUP-CAT
         PERFORM 435-FIND-ON-HAND
         IF OH-INDEX > WS-ON-HAND-COUNT
           MOVE 0 TO WS-ON-HAND
         ELSE
           MOVE OH-QTY-ON-HAND(OH-INDEX) TO WS-ON-HAND
         END-IF
         MOVE WS-ON-HAND TO DL-ON-HAND
         MOVE 0 TO WS-OLD-VALUE
                   WS-NEW-VALUE
                   WS-IMPACT

         MOVE PS-CATALOG-NUMBER TO IM-CATALOG-NUMBER
         READ ITEM-MASTER-FILE
           INVALID KEY
             MOVE SPACES TO DL-DESCRIP
             MOVE 0 TO DL-OLD-PRICE
             MOVE 'NOT ON MASTER' TO DL-DISPOSITION
             ADD 1 TO WS-REJECT-CNT
           NOT INVALID KEY
             MOVE IM-ITEM-DESCRIPTION TO DL-DESCRIP
             MOVE IM-UNIT-PRICE TO WS-OLD-PRICE
             MOVE WS-OLD-PRICE TO DL-OLD-PRICE
             PERFORM 432-APPLY-NEW-PRICE
         END-READ

         MOVE WS-OLD-VALUE TO DL-OLD-VALUE
         MOVE WS-NEW-VALUE TO DL-NEW-VALUE
         MOVE WS-IMPACT TO DL-IMPACT
         MOVE DETAIL-LINE TO REPORT-RECORD
         MOVE 1 TO PROPER-SPACING
         PERFORM 250-WRITE-A-LINE
	   .

       432-APPLY-NEW-PRICE.
         MULTIPLY WS-OLD-PRICE BY WS-ON-HAND GIVING WS-OLD-VALUE
         IF PS-NEW-PRICE = WS-OLD-PRICE
           MOVE WS-OLD-VALUE TO WS-NEW-VALUE
           MOVE 'NO CHANGE' TO DL-DISPOSITION
           ADD 1 TO WS-NO-CHANGE-CNT
         ELSE
           MOVE PS-NEW-PRICE TO IM-UNIT-PRICE
           REWRITE ITEM-MASTER-RECORD
             INVALID KEY
               MOVE 0 TO WS-OLD-VALUE
               MOVE 'REWRITE FAILED' TO DL-DISPOSITION
               ADD 1 TO WS-REJECT-CNT
             NOT INVALID KEY
               PERFORM 440-WRITE-PRICE-HISTORY
               MULTIPLY PS-NEW-PRICE BY WS-ON-HAND
                 GIVING WS-NEW-VALUE
               SUBTRACT WS-OLD-VALUE FROM WS-NEW-VALUE
                 GIVING WS-IMPACT
               ADD WS-OLD-VALUE TO WS-TOT-OLD-VALUE
               ADD WS-NEW-VALUE TO WS-TOT-NEW-VALUE
               ADD WS-IMPACT TO WS-TOT-IMPACT
               MOVE 'ACTIVATED' TO DL-DISPOSITION
               ADD 1 TO WS-ACTIVATED-CNT
           END-REWRITE
         END-IF
	   .

      * ON RETURN OH-INDEX POINTS AT WS-LOOKUP-CAT S ENTRY, OR PAST
      * THE END OF THE TABLE WHEN THE ITEM IS NOT IN IT.
       435-FIND-ON-HAND.
         SET OH-INDEX TO 1
         IF WS-ON-HAND-COUNT > 0
           SEARCH OH-ENTRY
             AT END
               SET OH-INDEX TO WS-ON-HAND-COUNT
               SET OH-INDEX UP BY 1
             WHEN OH-CATALOG-NUMBER(OH-INDEX) = WS-LOOKUP-CAT
               CONTINUE
           END-SEARCH
         END-IF
	   .

      * THE OLD PRICE RAN FROM THE DAY AFTER THE ITEM S LAST PRICE
      * HISTORY TO-DATE UP TO THE DAY BEFORE THE NEW PRICE TAKES
      * EFFECT.
       440-WRITE-PRICE-HISTORY.
         PERFORM 445-FIND-LAST-TO
         IF LT-INDEX > WS-LAST-TO-COUNT
           MOVE 0 TO WS-FROM-DATE
         ELSE
           COMPUTE WS-DAY-INT =
             FUNCTION INTEGER-OF-DATE(LT-TO-DATE(LT-INDEX)) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
             TO WS-FROM-DATE
         END-IF
         COMPUTE WS-DAY-INT =
           FUNCTION INTEGER-OF-DATE(PS-EFFECTIVE-DATE) - 1
         MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-TO-DATE
         IF WS-TO-DATE >= WS-FROM-DATE
           MOVE PS-CATALOG-NUMBER TO HP-CATALOG-NUMBER
           MOVE WS-OLD-PRICE TO HP-UNIT-PRICE
           MOVE WS-FROM-DATE TO HP-FROM-DATE
           MOVE WS-TO-DATE TO HP-TO-DATE
           MOVE WS-DATE-NUM TO HP-CHANGED-DATE
           WRITE PRICE-HIST-RECORD
           ADD 1 TO WS-HIST-WRITTEN
           PERFORM 137-POST-LAST-TO-DATE
         END-IF
	   .

      * ON RETURN LT-INDEX POINTS AT WS-LOOKUP-CAT S ENTRY, OR PAST
      * THE END OF THE TABLE WHEN THE ITEM HAS NO PRICE HISTORY.
       445-FIND-LAST-TO.
         SET LT-INDEX TO 1
         IF WS-LAST-TO-COUNT > 0
           SEARCH LT-ENTRY
             AT END
               SET LT-INDEX TO WS-LAST-TO-COUNT
               SET LT-INDEX UP BY 1
             WHEN LT-CATALOG-NUMBER(LT-INDEX) = WS-LOOKUP-CAT
               CONTINUE
           END-SEARCH
         END-IF
	   .

      * THE PENDING FILE IS WRITTEN BACK WITH ONLY THE PRICES THAT
      * ARE NOT YET DUE. RECORDS THAT FAILED THE EDITS ARE DROPPED
      * AND SHOW ON THE REPORT.
       450-REWRITE-PENDING-FILE.
         OPEN OUTPUT PENDING-PRICE-FILE
         PERFORM 455-WRITE-ONE-PENDING
           VARYING PD-INDEX FROM 1 BY 1
           UNTIL PD-INDEX > WS-PEND-COUNT
         CLOSE PENDING-PRICE-FILE
	   .

       455-WRITE-ONE-PENDING.
         IF PD-STATE(PD-INDEX) = ' '
           MOVE PD-RECORD(PD-INDEX) TO PENDING-PRICE-RECORD
           WRITE PENDING-PRICE-RECORD
           ADD 1 TO WS-RETAINED-CNT
         END-IF
	   .
