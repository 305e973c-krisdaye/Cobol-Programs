       IDENTIFICATION DIVISION.
       PROGRAM-ID.	  PROGRAM21.
       AUTHOR.			  DAYE.
      *************************COMMENT SECTION************************
      * DESCRIPTION:
      *  THIS PROGRAM PRINTS THE SUPPLIER SCORECARD FOR HAL S AUTO
      *  PARTS PURCHASING. IT READS THE PO RECEIPT HISTORY THAT THE
      *  OPEN-PO TRACKING RUN APPENDS TO PR1POHIST.TXT FOR EVERY
      *  PARTIAL RECEIPT AND PO CLOSURE, AND THE POS STILL OPEN ON
      *  PR1OPENPO.TXT. EACH PO IS CHARGED TO THE SUPPLIER THAT
      *  PR1SUPPXREF.TXT CARRIES FOR ITS CATALOG NUMBER. FOR EACH
      *  SUPPLIER THE SCORECARD SHOWS THE POS CLOSED, THE AVERAGE
      *  AND WORST LEAD TIME IN WEEKS, THE PERCENTAGE OF CLOSED POS
      *  FILLED COMPLETE, THE POS STILL OPEN, THE PERCENTAGE OF ITS
      *  POS STILL OPEN PAST THE PR1PO-CTL.TXT WEEK THRESHOLD, AND
      *  THE DOLLARS STILL ON ORDER AT THE ITEM MASTER PRICE. A
      *  SUPPLIER WHOSE FILL RATE IS BELOW, OR WHOSE LATE RATE IS
      *  ABOVE, THE SERVICE LEVEL IN PR1SVCLVL-CTL.TXT IS FLAGGED.
      ****************************************************************
      * INPUT FILES:
      *  PR1POHIST.TXT (OPTIONAL) - PO RECEIPT HISTORY: CATALOG
      *   NUMBER, SUPPLIER ID, DATE SUGGESTED, DATE RECEIVED OR
      *   CLOSED, QUANTITY ORDERED, QUANTITY RECEIVED, QUANTITY STILL
      *   OPEN, STATUS (P PARTIAL, C CLOSED)
      *  PR1OPENPO.TXT (OPTIONAL) - POS STILL OPEN: CATALOG NUMBER,
      *   SUPPLIER ID, OPEN QUANTITY, DATE SUGGESTED, QUANTITY
      *   ORDERED
      *  PR1SUPPXREF.TXT - CATALOG NUMBER TO SUPPLIER ID AND NAME
      *  PR1ITEMMAST.TXT - ITEM MASTER FOR THE UNIT PRICE
      *  PR1PO-CTL.TXT (OPTIONAL) - AGED-PO THRESHOLD IN WEEKS AS A
      *   TWO DIGIT NUMBER. DEFAULTS TO FOUR WEEKS WHEN ABSENT.
      *  PR1SVCLVL-CTL.TXT (OPTIONAL) - SERVICE LEVEL AS TWO THREE
      *   DIGIT PERCENTAGES: THE MINIMUM PERCENTAGE OF CLOSED POS
      *   FILLED COMPLETE, THEN THE MAXIMUM PERCENTAGE OF POS OPEN
      *   PAST THE THRESHOLD. DEFAULTS TO 090 AND 010 WHEN ABSENT.
      ****************************************************************
      * OUTPUT FILES:
      *  SUPPLIER-SCORECARD.TXT - ONE LINE PER SUPPLIER IN SUPPLIER
      *   ID ORDER, WITH TOTALS
      ****************************************************************
      * DEFINITIONS:
      *  LEAD TIME: DAYS FROM THE DATE SUGGESTED TO THE DATE THE PO
      *   CLOSED, SHOWN IN WEEKS TO ONE DECIMAL
      *  FILLED COMPLETE: A CLOSED PO WHOSE CLOSING RECEIPT WAS THE
      *   WHOLE QUANTITY ORDERED, WITH NO EARLIER PARTIAL RECEIPT
      *  OPEN PAST THRESHOLD: A PO STILL OPEN WHOSE AGE IN WHOLE
      *   WEEKS IS OVER THE THRESHOLD, AS A PERCENTAGE OF ALL THE
      *   SUPPLIER S POS (CLOSED PLUS STILL OPEN)
      ****************************************************************
      * MODIFICATION HISTORY:
      *  2026-10-15  KAD  PR1POHIST.TXT OPTIONAL, SO AN EMPTY SCORECARD
      *                   PRINTS BEFORE THE FIRST RECEIPT IS POSTED
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
       SELECT OPTIONAL PO-HIST-FILE
	     ASSIGN TO "PR1POHIST.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-PO-HIST-STATUS.
      *
       SELECT OPTIONAL OPEN-PO-FILE
	     ASSIGN TO "PR1OPENPO.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-OPEN-PO-STATUS.
      *
       SELECT SUPP-XREF-FILE
	     ASSIGN TO "PR1SUPPXREF.TXT"
		 ORGANIZATION IS INDEXED
		 ACCESS MODE IS RANDOM
		 RECORD KEY IS SX-CATALOG-NUMBER.
      *
       SELECT ITEM-MASTER-FILE
	     ASSIGN TO "PR1ITEMMAST.TXT"
		 ORGANIZATION IS INDEXED
		 ACCESS MODE IS RANDOM
		 RECORD KEY IS IM-CATALOG-NUMBER.
      *
       SELECT OPTIONAL THRESHOLD-FILE
	     ASSIGN TO "PR1PO-CTL.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-THRESHOLD-STATUS.
      *
       SELECT OPTIONAL SERVICE-LEVEL-FILE
	     ASSIGN TO "PR1SVCLVL-CTL.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-SVCLVL-STATUS.
      *
       SELECT SUPPLIER-SORT-FILE
	     ASSIGN TO "SUPPLIER-SORT.tmp".
      *
       SELECT REPORT-FILE
	     ASSIGN TO "SUPPLIER-SCORECARD.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT RUN-LOG-FILE
	     ASSIGN TO "RUNLOG.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.

       FILE SECTION.

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
             88 PH-CLOSED		      VALUE 'C'.

       FD OPEN-PO-FILE
        RECORD CONTAINS 28 CHARACTERS.

       01 OPEN-PO-RECORD.
          05 OP-CATALOG-NUMBER      PIC X(5).
          05 OP-SUPPLIER-ID	      PIC X(5).
          05 OP-QTY-OPEN	      PIC 9(5).
          05 OP-DATE-SUGGESTED      PIC 9(8).
          05 OP-QTY-ORDERED	      PIC 9(5).

       FD SUPP-XREF-FILE
        RECORD CONTAINS 30 CHARACTERS.

       01 SUPP-XREF-RECORD.
          05 SX-CATALOG-NUMBER      PIC X(5).
          05 SX-SUPPLIER-ID	      PIC X(5).
          05 SX-SUPPLIER-NAME	      PIC X(20).

       FD ITEM-MASTER-FILE
        RECORD CONTAINS 30 CHARACTERS.

       01 ITEM-MASTER-RECORD.
          05 IM-CATALOG-NUMBER      PIC X(5).
          05 IM-ITEM-DESCRIPTION    PIC X(20).
          05 IM-UNIT-PRICE	      PIC 999V99.

       FD THRESHOLD-FILE
        RECORD CONTAINS 2 CHARACTERS.

       01 THRESHOLD-RECORD.
          05 TH-WEEKS		      PIC 99.

       FD SERVICE-LEVEL-FILE
        RECORD CONTAINS 6 CHARACTERS.

       01 SERVICE-LEVEL-RECORD.
          05 SV-FILL-PCT	      PIC 999.
          05 SV-LATE-PCT	      PIC 999.

       SD SUPPLIER-SORT-FILE.
       01 SUPPLIER-SORT-RECORD.
          05 SS-SUPPLIER-ID	      PIC X(5).
          05 SS-SUPPLIER-NAME	      PIC X(20).
          05 SS-CLOSED		      PIC 9(5).
          05 SS-COMPLETE	      PIC 9(5).
          05 SS-LEAD-DAYS	      PIC 9(9).
          05 SS-WORST-DAYS	      PIC 9(5).
          05 SS-OPEN		      PIC 9(5).
          05 SS-LATE		      PIC 9(5).
          05 SS-ON-ORDER	      PIC 9(9)V99.

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
          05 EOF-FLAG		      PIC X	VALUE ' '.
          05 OP-EOF-FLAG	      PIC X	VALUE ' '.
          05 SS-EOF-FLAG	      PIC X	VALUE ' '.
          05 WS-BELOW-FLAG	      PIC X	VALUE 'N'.
             88 BELOW-SERVICE-LEVEL	VALUE 'Y'.
          05 WS-PO-HIST-STATUS      PIC XX.
          05 WS-OPEN-PO-STATUS      PIC XX.
          05 WS-THRESHOLD-STATUS    PIC XX.
          05 WS-SVCLVL-STATUS	      PIC XX.

       01 TOTAL-FIELDS.
          05 WS-HIST-READ	      PIC 9(6)	VALUE 0.
          05 WS-OPEN-READ	      PIC 9(6)	VALUE 0.
          05 WS-SUPPLIER-CNT	      PIC 9(6)	VALUE 0.
          05 WS-FLAGGED-CNT	      PIC 9(6)	VALUE 0.
          05 WS-TABLE-FULL-CNT      PIC 9(6)	VALUE 0.
          05 WS-TOT-CLOSED	      PIC 9(6)	VALUE 0.
          05 WS-TOT-OPEN	      PIC 9(6)	VALUE 0.
          05 WS-TOT-LATE	      PIC 9(6)	VALUE 0.
          05 WS-TOT-ON-ORDER	      PIC 9(11)V99 VALUE 0.
          05 WS-THRESHOLD-WKS	      PIC 99	VALUE 4.
          05 WS-FILL-LEVEL	      PIC 999	VALUE 90.
          05 WS-LATE-LEVEL	      PIC 999	VALUE 10.

       01 CALC-FIELDS.
          05 WS-TODAY-INT	      PIC 9(7).
          05 WS-FROM-INT	      PIC 9(7).
          05 WS-TO-INT		      PIC 9(7).
          05 WS-LEAD-DAYS	      PIC S9(7).
          05 WS-AGE-DAYS	      PIC S9(7).
          05 WS-AGE-WEEKS	      PIC 9(4).
          05 WS-ON-ORDER-AMT	      PIC 9(9)V99.
          05 WS-AVG-WEEKS	      PIC 9(3)V9.
          05 WS-WORST-WEEKS	      PIC 9(3)V9.
          05 WS-FILL-PCT	      PIC 9(3)V9.
          05 WS-LATE-PCT	      PIC 9(3)V9.
          05 WS-PO-TOTAL	      PIC 9(6).
          05 WS-LOOKUP-ID	      PIC X(5).
          05 WS-LOOKUP-NAME	      PIC X(20).

       01 SUPPLIER-TABLE.
          05 WS-SUPP-COUNT	      PIC 9(3)	VALUE 0.
          05 SP-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-SUPP-COUNT
                INDEXED BY SP-INDEX.
             10 SP-SUPPLIER-ID      PIC X(5).
             10 SP-SUPPLIER-NAME    PIC X(20).
             10 SP-CLOSED	      PIC 9(5).
             10 SP-COMPLETE	      PIC 9(5).
             10 SP-LEAD-DAYS	      PIC 9(9).
             10 SP-WORST-DAYS	      PIC 9(5).
             10 SP-OPEN	      PIC 9(5).
             10 SP-LATE	      PIC 9(5).
             10 SP-ON-ORDER	      PIC 9(9)V99.

       01 WS-DATE.
          05 WS-YEAR		      PIC 9(4).
          05 WS-MONTH		      PIC 99.
          05 WS-DAY		      PIC 99.

       01 WS-DATE-NUM REDEFINES WS-DATE
				      PIC 9(8).

       01 PAGE-HEADING-LINE.
          05 DL-MONTH		      PIC 99.
          05			      PIC X VALUE '/'.
          05 DL-DAY		      PIC 99.
          05			      PIC X VALUE '/'.
          05 DL-YEAR		      PIC 9(4).
          05			      PIC X(5) VALUE ' '.
          05			      PIC X(3) VALUE 'KAD'.
          05			      PIC X(34) VALUE ' '.
          05			      PIC X(18) VALUE
                                    'SUPPLIER SCORECARD'.
          05			      PIC X(46) VALUE ' '.
          05			      PIC X(5) VALUE 'PAGE '.
          05 PAGE-NO		      PIC 99 VALUE 0.

       01 CONTROL-LINE.
          05			      PIC X(10) VALUE ' '.
          05			      PIC X(26) VALUE
                                    'AGED-PO WEEK THRESHOLD:   '.
          05 CL-WEEKS		      PIC Z9.
          05			      PIC X(6) VALUE ' '.
          05			      PIC X(28) VALUE
                                    'SERVICE LEVEL - FILL AT LEAS'.
          05			      PIC X(2) VALUE 'T '.
          05 CL-FILL-PCT	      PIC ZZ9.
          05			      PIC X(22) VALUE
                                    '%, OPEN PAST THRESHOLD'.
          05			      PIC X(9) VALUE ' AT MOST '.
          05 CL-LATE-PCT	      PIC ZZ9.
          05			      PIC X VALUE '%'.

       01 COLUMN-HDR-1.
          05			      PIC X(8) VALUE 'SUPPLIER'.
          05			      PIC X(24) VALUE ' '.
          05			      PIC X(3) VALUE 'POS'.
          05			      PIC X(6) VALUE ' '.
          05			      PIC X(4) VALUE 'LEAD'.
          05			      PIC X(5) VALUE ' '.
          05			      PIC X(4) VALUE 'LEAD'.
          05			      PIC X(4) VALUE ' '.
          05			      PIC X(6) VALUE 'FILLED'.
          05			      PIC X(4) VALUE ' '.
          05			      PIC X(3) VALUE 'POS'.
          05			      PIC X(4) VALUE ' '.
          05			      PIC X(8) VALUE 'OPEN PST'.
          05			      PIC X(7) VALUE ' '.
          05			      PIC X(7) VALUE 'DOLLARS'.

       01 COLUMN-HDR-2.
          05			      PIC X(2) VALUE 'ID'.
          05			      PIC X(5) VALUE ' '.
          05			      PIC X(4) VALUE 'NAME'.
          05			      PIC X(20) VALUE ' '.
          05			      PIC X(6) VALUE 'CLOSED'.
          05			      PIC X(3) VALUE ' '.
          05			      PIC X(7) VALUE 'AVG WKS'.
          05			      PIC X(2) VALUE ' '.
          05			      PIC X(7) VALUE 'MAX WKS'.
          05			      PIC X(2) VALUE ' '.
          05			      PIC X(8) VALUE 'COMPLETE'.
          05			      PIC X(2) VALUE ' '.
          05			      PIC X(4) VALUE 'OPEN'.
          05			      PIC X(3) VALUE ' '.
          05			      PIC X(9) VALUE 'THRESHOLD'.
          05			      PIC X(5) VALUE ' '.
          05			      PIC X(8) VALUE 'ON ORDER'.

       01 DETAIL-LINE.
          05 DL-SUPPLIER-ID	      PIC X(5).
          05			      PIC X(2) VALUE ' '.
          05 DL-SUPPLIER-NAME	      PIC X(20).
          05			      PIC X(3) VALUE ' '.
          05 DL-CLOSED		      PIC ZZ,ZZ9.
          05			      PIC X(4) VALUE ' '.
          05 DL-AVG-WEEKS	      PIC ZZ9.9.
          05			      PIC X(4) VALUE ' '.
          05 DL-WORST-WEEKS	      PIC ZZ9.9.
          05			      PIC X(4) VALUE ' '.
          05 DL-FILL-PCT	      PIC ZZ9.9.
          05			      PIC X VALUE '%'.
          05			      PIC X(3) VALUE ' '.
          05 DL-OPEN		      PIC ZZ,ZZ9.
          05			      PIC X(4) VALUE ' '.
          05 DL-LATE-PCT	      PIC ZZ9.9.
          05			      PIC X VALUE '%'.
          05			      PIC X(3) VALUE ' '.
          05 DL-ON-ORDER	      PIC $$$,$$$,$$9.99.
          05			      PIC X(2) VALUE ' '.
          05 DL-FLAG		      PIC X(21).

       01 TOTAL-LINE.
          05			      PIC X(1) VALUE ' '.
          05 TL-LABEL		      PIC X(28).
          05 TL-COUNT		      PIC ZZZ,ZZ9.

       01 TOTAL-AMOUNT-LINE.
          05			      PIC X(1) VALUE ' '.
          05 TA-LABEL		      PIC X(28).
          05 TA-AMOUNT		      PIC $$$,$$$,$$$,$$9.99.

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
         PERFORM 175-READ-PO-HISTORY
         PERFORM 180-READ-OPEN-POS
         PERFORM 400-PRINT-SCORECARD
         PERFORM 275-PRINT-TOTALS
         PERFORM 300-FINAL-ROUTINE
	   .

	   110-LOG-RUN-START.
         OPEN EXTEND RUN-LOG-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
         MOVE 'PROGRAM21' TO RL-PROGRAM
         MOVE WS-LOG-DATE TO RL-DATE
         MOVE WS-LOG-TIME TO RL-TIME
         MOVE 'S' TO RL-TYPE
         MOVE ' ' TO RL-STATUS
         MOVE ZEROS TO RL-REC-COUNT
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE
	   .

	   125-HOUSEKEEPING.
         OPEN INPUT   SUPP-XREF-FILE
			 ITEM-MASTER-FILE
	      OUTPUT  REPORT-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-DATE
         MOVE WS-YEAR TO DL-YEAR
         MOVE WS-DAY TO DL-DAY
         MOVE WS-MONTH TO DL-MONTH
         MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           TO WS-TODAY-INT
         PERFORM 130-READ-THRESHOLD-FILE
         PERFORM 135-READ-SERVICE-LEVEL
         PERFORM 150-HEADING-ROUTINE
	   .

	   130-READ-THRESHOLD-FILE.
         OPEN INPUT THRESHOLD-FILE
         IF WS-THRESHOLD-STATUS = '00'
           READ THRESHOLD-FILE
             AT END
               CONTINUE
             NOT AT END
               IF TH-WEEKS IS NUMERIC AND TH-WEEKS > 0
                 MOVE TH-WEEKS TO WS-THRESHOLD-WKS
               END-IF
           END-READ
         END-IF
         CLOSE THRESHOLD-FILE
	   .

	   135-READ-SERVICE-LEVEL.
         OPEN INPUT SERVICE-LEVEL-FILE
         IF WS-SVCLVL-STATUS = '00'
           READ SERVICE-LEVEL-FILE
             AT END
               CONTINUE
             NOT AT END
               IF SV-FILL-PCT IS NUMERIC AND SV-FILL-PCT <= 100
                 MOVE SV-FILL-PCT TO WS-FILL-LEVEL
               END-IF
               IF SV-LATE-PCT IS NUMERIC AND SV-LATE-PCT <= 100
                 MOVE SV-LATE-PCT TO WS-LATE-LEVEL
               END-IF
           END-READ
         END-IF
         CLOSE SERVICE-LEVEL-FILE
	   .

	   150-HEADING-ROUTINE.
          ADD 1 TO PAGE-NO

          MOVE 1 TO PROPER-SPACING
          WRITE REPORT-RECORD FROM PAGE-HEADING-LINE
            AFTER ADVANCING PROPER-SPACING

          MOVE WS-THRESHOLD-WKS TO CL-WEEKS
          MOVE WS-FILL-LEVEL TO CL-FILL-PCT
          MOVE WS-LATE-LEVEL TO CL-LATE-PCT
          MOVE 2 TO PROPER-SPACING
          WRITE REPORT-RECORD FROM CONTROL-LINE
          	AFTER ADVANCING PROPER-SPACING

          MOVE 2 TO PROPER-SPACING
          WRITE REPORT-RECORD FROM COLUMN-HDR-1
          	AFTER ADVANCING PROPER-SPACING
          MOVE 1 TO PROPER-SPACING
          WRITE REPORT-RECORD FROM COLUMN-HDR-2
          	AFTER ADVANCING PROPER-SPACING
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          MOVE 8 TO WS-LINE-COUNT
	   .

      * THE HISTORY IS OPTIONAL SO THAT THE SCORECARD STILL PRINTS,
      * WITH ZERO TOTALS, BEFORE THE FIRST RECEIPT HAS BEEN POSTED.
	   175-READ-PO-HISTORY.
         OPEN INPUT PO-HIST-FILE
         IF WS-PO-HIST-STATUS = '00'
           PERFORM UNTIL EOF-FLAG = 'Y'
             READ PO-HIST-FILE
               AT END
                 MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 PERFORM 200-PROCESS-PO-HISTORY
             END-READ
           END-PERFORM
         END-IF
         CLOSE PO-HIST-FILE
	   .

	   180-READ-OPEN-POS.
         OPEN INPUT OPEN-PO-FILE
         IF WS-OPEN-PO-STATUS = '00'
           PERFORM UNTIL OP-EOF-FLAG = 'Y'
             READ OPEN-PO-FILE
               AT END
                 MOVE 'Y' TO OP-EOF-FLAG
               NOT AT END
                 PERFORM 220-PROCESS-OPEN-PO
             END-READ
           END-PERFORM
         END-IF
         CLOSE OPEN-PO-FILE
	   .

      * ONLY THE CLOSING RECORD OF A PO IS SCORED; THE PARTIAL
      * RECEIPTS AHEAD OF IT SHOW UP AS A CLOSING RECEIPT SMALLER
      * THAN THE QUANTITY ORDERED.
       200-PROCESS-PO-HISTORY.
	   ADD 1 TO WS-HIST-READ
	   IF PH-CLOSED
	     MOVE PH-CATALOG-NUMBER TO SX-CATALOG-NUMBER
	     MOVE PH-SUPPLIER-ID TO WS-LOOKUP-ID
	     PERFORM 230-FIND-SUPPLIER
	     IF SP-INDEX <= WS-SUPP-COUNT
	       PERFORM 210-SCORE-CLOSED-PO
	     END-IF
	   END-IF
	   .

       210-SCORE-CLOSED-PO.
	   ADD 1 TO SP-CLOSED(SP-INDEX)
	   ADD 1 TO WS-TOT-CLOSED
	   IF PH-QTY-RECEIVED >= PH-QTY-ORDERED
	     ADD 1 TO SP-COMPLETE(SP-INDEX)
	   END-IF
	   MOVE FUNCTION INTEGER-OF-DATE(PH-DATE-SUGGESTED)
	     TO WS-FROM-INT
	   MOVE FUNCTION INTEGER-OF-DATE(PH-DATE-RECEIVED)
	     TO WS-TO-INT
	   SUBTRACT WS-FROM-INT FROM WS-TO-INT
	     GIVING WS-LEAD-DAYS
	   IF WS-LEAD-DAYS < 0
	     MOVE 0 TO WS-LEAD-DAYS
	   END-IF
	   ADD WS-LEAD-DAYS TO SP-LEAD-DAYS(SP-INDEX)
	   IF WS-LEAD-DAYS > SP-WORST-DAYS(SP-INDEX)
	     MOVE WS-LEAD-DAYS TO SP-WORST-DAYS(SP-INDEX)
	   END-IF
	   .

       220-PROCESS-OPEN-PO.
	   ADD 1 TO WS-OPEN-READ
	   IF OP-QTY-OPEN > 0
	     MOVE OP-CATALOG-NUMBER TO SX-CATALOG-NUMBER
	     MOVE OP-SUPPLIER-ID TO WS-LOOKUP-ID
	     PERFORM 230-FIND-SUPPLIER
	     IF SP-INDEX <= WS-SUPP-COUNT
	       PERFORM 225-SCORE-OPEN-PO
	     END-IF
	   END-IF
	   .

       225-SCORE-OPEN-PO.
	   ADD 1 TO SP-OPEN(SP-INDEX)
	   ADD 1 TO WS-TOT-OPEN
	   MOVE FUNCTION INTEGER-OF-DATE(OP-DATE-SUGGESTED)
	     TO WS-FROM-INT
	   SUBTRACT WS-FROM-INT FROM WS-TODAY-INT
	     GIVING WS-AGE-DAYS
	   DIVIDE WS-AGE-DAYS BY 7 GIVING WS-AGE-WEEKS
	   IF WS-AGE-WEEKS > WS-THRESHOLD-WKS
	     ADD 1 TO SP-LATE(SP-INDEX)
	     ADD 1 TO WS-TOT-LATE
	   END-IF
	   MOVE OP-CATALOG-NUMBER TO IM-CATALOG-NUMBER
	   READ ITEM-MASTER-FILE
	     INVALID KEY
	       MOVE ZEROS TO IM-UNIT-PRICE
	   END-READ
	   MULTIPLY OP-QTY-OPEN BY IM-UNIT-PRICE
	     GIVING WS-ON-ORDER-AMT
	   ADD WS-ON-ORDER-AMT TO SP-ON-ORDER(SP-INDEX)
	   ADD WS-ON-ORDER-AMT TO WS-TOT-ON-ORDER
	   .

      * THE SUPPLIER IS THE ONE ON THE CROSS-REFERENCE FOR THE
      * CATALOG NUMBER; THE SUPPLIER ID CARRIED ON THE PO IS ONLY
      * USED WHEN THE CATALOG NUMBER IS NO LONGER CROSS-REFERENCED.
      * ON RETURN SP-INDEX POINTS AT THE SUPPLIER S ENTRY, OR PAST
      * THE END OF THE TABLE WHEN THE TABLE IS FULL.
       230-FIND-SUPPLIER.
	   READ SUPP-XREF-FILE
	     INVALID KEY
	       MOVE 'NOT CROSS-REFERENCED' TO WS-LOOKUP-NAME
	     NOT INVALID KEY
	       MOVE SX-SUPPLIER-ID TO WS-LOOKUP-ID
	       MOVE SX-SUPPLIER-NAME TO WS-LOOKUP-NAME
	   END-READ
	   IF WS-SUPP-COUNT = 0
	     PERFORM 235-ADD-SUPPLIER
	   ELSE
	     SET SP-INDEX TO 1
	     SEARCH SP-ENTRY
	       AT END
	         PERFORM 235-ADD-SUPPLIER
	       WHEN SP-SUPPLIER-ID(SP-INDEX) = WS-LOOKUP-ID
	         CONTINUE
	     END-SEARCH
	   END-IF
	   .

       235-ADD-SUPPLIER.
	   IF WS-SUPP-COUNT < 500
	     ADD 1 TO WS-SUPP-COUNT
	     SET SP-INDEX TO WS-SUPP-COUNT
	     MOVE WS-LOOKUP-ID TO SP-SUPPLIER-ID(SP-INDEX)
	     MOVE WS-LOOKUP-NAME TO SP-SUPPLIER-NAME(SP-INDEX)
	     MOVE ZEROS TO SP-CLOSED(SP-INDEX)
	                   SP-COMPLETE(SP-INDEX)
	                   SP-LEAD-DAYS(SP-INDEX)
	                   SP-WORST-DAYS(SP-INDEX)
	                   SP-OPEN(SP-INDEX)
	                   SP-LATE(SP-INDEX)
	                   SP-ON-ORDER(SP-INDEX)
	   ELSE
	     ADD 1 TO WS-TABLE-FULL-CNT
	     SET SP-INDEX TO WS-SUPP-COUNT
	     SET SP-INDEX UP BY 1
	   END-IF
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

      * THE SUPPLIERS ARE PRINTED IN SUPPLIER ID ORDER BY A SORT
      * WHOSE OUTPUT PROCEDURE SCORES AND PRINTS EACH ONE.
       400-PRINT-SCORECARD.
         SORT SUPPLIER-SORT-FILE
           ON ASCENDING KEY SS-SUPPLIER-ID
           INPUT PROCEDURE IS 410-RELEASE-SUPPLIERS
           OUTPUT PROCEDURE IS 420-PRINT-SUPPLIERS
	   .

       410-RELEASE-SUPPLIERS.
         PERFORM VARYING SP-INDEX FROM 1 BY 1
                 UNTIL SP-INDEX > WS-SUPP-COUNT
           MOVE SP-ENTRY(SP-INDEX) TO SUPPLIER-SORT-RECORD
           RELEASE SUPPLIER-SORT-RECORD
         END-PERFORM
	   .

       420-PRINT-SUPPLIERS.
         PERFORM UNTIL SS-EOF-FLAG = 'Y'
           RETURN SUPPLIER-SORT-FILE
             AT END
               MOVE 'Y' TO SS-EOF-FLAG
             NOT AT END
               PERFORM 430-PRINT-ONE-SUPPLIER
           END-RETURN
         END-PERFORM
	   .

       430-PRINT-ONE-SUPPLIER.
         ADD 1 TO WS-SUPPLIER-CNT
         MOVE 0 TO WS-AVG-WEEKS
         MOVE 0 TO WS-FILL-PCT
         MOVE 0 TO WS-LATE-PCT
         MOVE 'N' TO WS-BELOW-FLAG
         IF SS-CLOSED > 0
           COMPUTE WS-AVG-WEEKS ROUNDED =
             SS-LEAD-DAYS / SS-CLOSED / 7
           COMPUTE WS-FILL-PCT ROUNDED =
             SS-COMPLETE * 100 / SS-CLOSED
           IF WS-FILL-PCT < WS-FILL-LEVEL
             MOVE 'Y' TO WS-BELOW-FLAG
           END-IF
         END-IF
         COMPUTE WS-WORST-WEEKS ROUNDED = SS-WORST-DAYS / 7
         ADD SS-CLOSED, SS-OPEN GIVING WS-PO-TOTAL
         IF WS-PO-TOTAL > 0
           COMPUTE WS-LATE-PCT ROUNDED =
             SS-LATE * 100 / WS-PO-TOTAL
           IF WS-LATE-PCT > WS-LATE-LEVEL
             MOVE 'Y' TO WS-BELOW-FLAG
           END-IF
         END-IF

         MOVE SS-SUPPLIER-ID TO DL-SUPPLIER-ID
         MOVE SS-SUPPLIER-NAME TO DL-SUPPLIER-NAME
         MOVE SS-CLOSED TO DL-CLOSED
         MOVE WS-AVG-WEEKS TO DL-AVG-WEEKS
         MOVE WS-WORST-WEEKS TO DL-WORST-WEEKS
         MOVE WS-FILL-PCT TO DL-FILL-PCT
         MOVE SS-OPEN TO DL-OPEN
         MOVE WS-LATE-PCT TO DL-LATE-PCT
         MOVE SS-ON-ORDER TO DL-ON-ORDER
         IF BELOW-SERVICE-LEVEL
           ADD 1 TO WS-FLAGGED-CNT
           MOVE '*BELOW SERVICE LEVEL*' TO DL-FLAG
         ELSE
           MOVE SPACES TO DL-FLAG
         END-IF
         MOVE DETAIL-LINE TO REPORT-RECORD
         MOVE 1 TO PROPER-SPACING
         PERFORM 250-WRITE-A-LINE
	   .

       275-PRINT-TOTALS.
        MOVE 'SUPPLIERS SCORED:           ' TO TL-LABEL
        MOVE WS-SUPPLIER-CNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        MOVE 3 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        MOVE 'BELOW SERVICE LEVEL:        ' TO TL-LABEL
        MOVE WS-FLAGGED-CNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        MOVE 1 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        MOVE 'HISTORY RECORDS READ:       ' TO TL-LABEL
        MOVE WS-HIST-READ TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'POS CLOSED:                 ' TO TL-LABEL
        MOVE WS-TOT-CLOSED TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'POS STILL OPEN:             ' TO TL-LABEL
        MOVE WS-TOT-OPEN TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'POS OPEN PAST THRESHOLD:    ' TO TL-LABEL
        MOVE WS-TOT-LATE TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'TOTAL DOLLARS ON ORDER:     ' TO TA-LABEL
        MOVE WS-TOT-ON-ORDER TO TA-AMOUNT
        MOVE TOTAL-AMOUNT-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        IF WS-TABLE-FULL-CNT > 0
          MOVE 'TABLE FULL - POS NOT SCORED:' TO TL-LABEL
          MOVE WS-TABLE-FULL-CNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 250-WRITE-A-LINE
        END-IF
	   .

       300-FINAL-ROUTINE.
		CLOSE SUPP-XREF-FILE
              ITEM-MASTER-FILE
              REPORT-FILE
		PERFORM 310-LOG-RUN-END
		STOP RUN
	   .

       310-LOG-RUN-END.
         OPEN EXTEND RUN-LOG-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
         MOVE 'PROGRAM21' TO RL-PROGRAM
         MOVE WS-LOG-DATE TO RL-DATE
         MOVE WS-LOG-TIME TO RL-TIME
         MOVE 'E' TO RL-TYPE
         MOVE 'C' TO RL-STATUS
         MOVE WS-SUPPLIER-CNT TO RL-REC-COUNT
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE
	   .
