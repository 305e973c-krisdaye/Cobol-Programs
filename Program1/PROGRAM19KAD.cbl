       IDENTIFICATION DIVISION.
       PROGRAM-ID.	  PROGRAM19.
       AUTHOR.			  DAYE.
      *************************COMMENT SECTION************************
      * DESCRIPTION:
      *  THIS PROGRAM BUILDS THE WEEKLY CYCLE-COUNT SCHEDULE FOR HAL
      *  S AUTO PARTS WAREHOUSE FROM AN ABC CLASSIFICATION. THE
      *  WEEKLY HISTORY IN PR1ITEMHIST.TXT IS SORTED BY CATALOG
      *  NUMBER AND EACH ITEM S SOLD QUANTITY FOR THE LAST 52 WEEKS
      *  IS PRICED AT THE ITEM MASTER PRICE TO GIVE ITS ANNUAL
      *  DOLLAR USAGE. THE ITEMS ARE THEN RANKED BY USAGE, HIGHEST
      *  FIRST, AND CLASSED BY CUMULATIVE PERCENTAGE OF TOTAL USAGE
      *  USING THE CUT-OFFS IN PR1ABC-CTL.TXT.
      *  EACH CLASS HAS A COUNT INTERVAL: A ITEMS ARE COUNTED
      *  MONTHLY, B ITEMS QUARTERLY, AND C ITEMS TWICE A YEAR. AN
      *  ITEM GOES ON THIS WEEK S COUNT LIST WHEN IT HAS NEVER BEEN
      *  COUNTED OR ITS INTERVAL RUNS OUT BEFORE NEXT WEEK S RUN;
      *  ITEMS COUNTED MORE RECENTLY ARE SKIPPED. THE LAST COUNT
      *  DATE COMES FROM THE COUNT HISTORY THE CYCLE-COUNT POSTING
      *  RUN APPENDS TO PR1CNTHIST.TXT.
      *  THE COUNT LIST IS PRINTED AS A COUNT SHEET WITH BLANK
      *  COUNTED-QUANTITY AND INITIALS COLUMNS AND IS WRITTEN AS A
      *  PRE-FILLED PR1COUNTS.TXT SKELETON FOR THE COUNTERS TO
      *  COMPLETE. A COVERAGE REPORT LISTS EVERY ITEM THAT HAS GONE
      *  PAST ITS CLASS INTERVAL WITHOUT A COUNT.
      *  THE SKELETON IS WRITTEN AS A BATCH: A HEADER RECORD
      *  CARRYING THE BATCH DATE AND A BATCH NUMBER (THE RUN DATE
      *  AS YYMMDD) WITH THE APPROVER ID LEFT BLANK, AND A TRAILER
      *  RECORD CARRYING THE SCHEDULED COUNT AND A ZERO HASH TOTAL.
      *  THE SUPERVISOR KEYS THEIR ID INTO THE HEADER AND THE HASH
      *  OF THE COUNTED QUANTITIES INTO THE TRAILER WHEN THE
      *  SHEETS COME BACK.
      ****************************************************************
      * INPUT FILES:
      *  PR1ITEMHIST.TXT - ONE RECORD PER ITEM PER WEEK:
      *   CATALOG NUMBER, RUN DATE, ON HAND, SOLD, RETURNED,
      *   RECEIVED
      *  PR1ITEMMAST.TXT - ITEM MASTER FOR DESCRIPTION AND PRICE
      *  PR1CNTHIST.TXT (OPTIONAL) - ACCEPTED COUNTS: CATALOG
      *   NUMBER, COUNT DATE, COUNTED QUANTITY, COUNTER S INITIALS
      *  PR1ABC-CTL.TXT (OPTIONAL) - CUMULATIVE USAGE CUT-OFF
      *   PERCENTAGES AS TWO TWO-DIGIT NUMBERS: A CLASS THEN B
      *   CLASS. WHEN THE FILE IS ABSENT THE CUT-OFFS DEFAULT TO 80
      *   AND 95.
      ****************************************************************
      * OUTPUT FILES:
      *  PR1COUNTS.TXT - ONE SKELETON RECORD PER ITEM TO COUNT:
      *   CATALOG NUMBER AND COUNT DATE FILLED IN, COUNTED QUANTITY
      *   AND INITIALS LEFT BLANK FOR THE COUNTERS, BETWEEN A HDR
      *   RECORD (TYPE, APPROVER ID, BATCH DATE, BATCH NUMBER) AND
      *   A TRL RECORD (TYPE, RECORD COUNT, HASH TOTAL)
      *  CYCLE-COUNT-SHEET.TXT - THE PRINTED COUNT SHEET
      *  COUNT-COVERAGE-REPORT.TXT - ITEMS PAST THEIR CLASS INTERVAL
      *   WITHOUT A COUNT, AND THE CLASS SUMMARY
      ****************************************************************
      * DEFINITIONS:
      *  CLASS: AN ITEM IS CLASS A WHEN THE CUMULATIVE USAGE OF THE
      *   ITEMS RANKED ABOVE IT IS BELOW THE A CUT-OFF, CLASS B WHEN
      *   IT IS BELOW THE B CUT-OFF, AND CLASS C OTHERWISE. WHEN NO
      *   ITEM HAS USAGE EVERY ITEM IS CLASS C.
      *  COUNT INTERVAL: A 30 DAYS, B 91 DAYS, C 182 DAYS.
      ****************************************************************
      * MODIFICATION HISTORY:
      *  2026-10-15  KAD  THE COUNT SKELETON NOW CARRIES A BATCH
      *                   HEADER AND TRAILER FOR THE APPROVALS
      *                   CONTROLS ON THE COUNT POSTING RUN
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
       SELECT ITEM-HIST-FILE
	     ASSIGN TO "PR1ITEMHIST.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT SORTED-HIST-FILE
	     ASSIGN TO "ITEMHIST-SORTED.tmp"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT SORT-FILE
	     ASSIGN TO "SORT.tmp".
      *
       SELECT USAGE-SORT-FILE
	     ASSIGN TO "USAGE-SORT.tmp".
      *
       SELECT ITEM-MASTER-FILE
	     ASSIGN TO "PR1ITEMMAST.TXT"
		 ORGANIZATION IS INDEXED
		 ACCESS MODE IS RANDOM
		 RECORD KEY IS IM-CATALOG-NUMBER.
      *
       SELECT OPTIONAL COUNT-HIST-FILE
	     ASSIGN TO "PR1CNTHIST.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-COUNT-HIST-STATUS.
      *
       SELECT OPTIONAL ABC-CONTROL-FILE
	     ASSIGN TO "PR1ABC-CTL.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-ABC-CTL-STATUS.
      *
       SELECT COUNT-FILE
	     ASSIGN TO "PR1COUNTS.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT REPORT-FILE
	     ASSIGN TO "CYCLE-COUNT-SHEET.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT COVERAGE-FILE
	     ASSIGN TO "COUNT-COVERAGE-REPORT.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT RUN-LOG-FILE
	     ASSIGN TO "RUNLOG.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.

       FILE SECTION.

       FD ITEM-HIST-FILE
	    RECORD CONTAINS 30 CHARACTERS.

       01 ITEM-HIST-RECORD	      PIC X(30).

       FD SORTED-HIST-FILE
	    RECORD CONTAINS 30 CHARACTERS.

       01 SORTED-HIST-RECORD.
          05 SH-CATALOG-NUMBER      PIC X(5).
          05 SH-RUN-DATE	      PIC 9(8).
          05 SH-QTY-ON-HAND	      PIC 9(5).
          05 SH-QTY-SOLD-WK	      PIC 9(4).
          05 SH-QTY-RETURNED-WK     PIC 9(4).
          05 SH-QTY-RECEIVED-WK     PIC 9(4).

       SD SORT-FILE.
       01 SORT-HIST-RECORD.
          05 SR-CATALOG-NUMBER      PIC X(5).
          05 SR-RUN-DATE	      PIC 9(8).
          05 SR-REST		      PIC X(17).

       SD USAGE-SORT-FILE.
       01 USAGE-SORT-RECORD.
          05 US-USAGE		      PIC 9(9)V99.
          05 US-CATALOG-NUMBER      PIC X(5).
          05 US-LAST-COUNT	      PIC 9(8).

       FD ITEM-MASTER-FILE
        RECORD CONTAINS 30 CHARACTERS.

       01 ITEM-MASTER-RECORD.
          05 IM-CATALOG-NUMBER      PIC X(5).
          05 IM-ITEM-DESCRIPTION    PIC X(20).
          05 IM-UNIT-PRICE	      PIC 999V99.

       FD COUNT-HIST-FILE
        RECORD CONTAINS 21 CHARACTERS.

       01 COUNT-HIST-RECORD.
          05 CH-CATALOG-NUMBER      PIC X(5).
          05 CH-COUNT-DATE	      PIC 9(8).
          05 CH-COUNT-DATE-X REDEFINES CH-COUNT-DATE
				      PIC X(8).
          05 CH-COUNTED-QTY	      PIC 9(5).
          05 CH-INITIALS	      PIC X(3).

       FD ABC-CONTROL-FILE
        RECORD CONTAINS 4 CHARACTERS.

       01 ABC-CONTROL-RECORD.
          05 AC-A-PCT		      PIC 99.
          05 AC-B-PCT		      PIC 99.

       FD COUNT-FILE
        RECORD CONTAINS 18 TO 25 CHARACTERS.

       01 COUNT-RECORD.
          05 CN-CATALOG-NUMBER      PIC X(5).
          05 CN-COUNT-DATE	      PIC 9(8).
          05 CN-COUNTED-QTY-X	      PIC X(5).
          05 CN-INITIALS	      PIC X(3).

       01 COUNT-HEADER-RECORD.
          05 BH-RECORD-TYPE         PIC X(3).
          05 BH-APPROVER-ID         PIC X(8).
          05 BH-BATCH-DATE          PIC 9(8).
          05 BH-BATCH-NUMBER        PIC 9(6).

       01 COUNT-TRAILER-RECORD.
          05 BT-RECORD-TYPE         PIC X(3).
          05 BT-RECORD-COUNT        PIC 9(6).
          05 BT-HASH-TOTAL          PIC 9(9).

       FD REPORT-FILE
        RECORD CONTAINS 110 CHARACTERS.

       01 REPORT-RECORD	      PIC X(110).

       FD COVERAGE-FILE
        RECORD CONTAINS 110 CHARACTERS.

       01 COVERAGE-RECORD	      PIC X(110).

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
          05 WS-COV-LINE-CNT	      PIC 9(3)	VALUE 99.

       01 FLAGS-SWITCHES.
          05 EOF-FLAG		      PIC X	VALUE ' '.
          05 CH-EOF-FLAG	      PIC X	VALUE ' '.
          05 US-EOF-FLAG	      PIC X	VALUE ' '.
          05 WS-FIRST-REC	      PIC X	VALUE 'Y'.
          05 WS-DUE-FLAG	      PIC X	VALUE 'N'.
             88 COUNT-IS-DUE		VALUE 'Y'.
          05 WS-COUNT-HIST-STATUS   PIC XX.
          05 WS-ABC-CTL-STATUS      PIC XX.

       01 TOTAL-FIELDS.
          05 WS-HIST-READ	      PIC 9(6)	VALUE 0.
          05 WS-ITEM-COUNT	      PIC 9(6)	VALUE 0.
          05 WS-SCHEDULED-CNT	      PIC 9(6)	VALUE 0.
          05 WS-OVERDUE-CNT	      PIC 9(6)	VALUE 0.
          05 WS-ITEM-FULL-CNT	      PIC 9(6)	VALUE 0.
          05 WS-CNT-FULL-CNT	      PIC 9(6)	VALUE 0.
          05 WS-TOTAL-USAGE	      PIC 9(11)V99 VALUE 0.
          05 WS-CUM-USAGE	      PIC 9(11)V99 VALUE 0.

       01 CONTROL-FIELDS.
          05 WS-A-PCT		      PIC 99	VALUE 80.
          05 WS-B-PCT		      PIC 99	VALUE 95.
          05 WS-A-DAYS		      PIC 9(3)	VALUE 30.
          05 WS-B-DAYS		      PIC 9(3)	VALUE 91.
          05 WS-C-DAYS		      PIC 9(3)	VALUE 182.

       01 ITEM-BREAK-FIELDS.
          05 WS-CAT-HOLD	      PIC X(5).
          05 WS-ITEM-SOLD	      PIC 9(7).

       01 CALC-FIELDS.
          05 WS-TODAY-INT	      PIC 9(7).
          05 WS-WINDOW-INT	      PIC 9(7).
          05 WS-HIST-INT	      PIC 9(7).
          05 WS-COUNT-INT	      PIC 9(7).
          05 WS-DAYS-SINCE	      PIC 9(5).
          05 WS-INTERVAL-DAYS	      PIC 9(3).
          05 WS-CUM-PCT		      PIC 9(3)V99.
          05 WS-ITEM-CLASS	      PIC X.
          05 WS-CLASS-SUB	      PIC 9.

       01 ITEM-TABLE.
          05 WS-IT-COUNT	      PIC 9(4)	VALUE 0.
          05 IT-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON WS-IT-COUNT
                INDEXED BY IT-INDEX.
             10 IT-CATALOG	      PIC X(5).
             10 IT-USAGE	      PIC 9(9)V99.

       01 LAST-COUNT-TABLE.
          05 WS-LC-COUNT	      PIC 9(4)	VALUE 0.
          05 LC-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON WS-LC-COUNT
                INDEXED BY LC-INDEX.
             10 LC-CATALOG	      PIC X(5).
             10 LC-LAST-DATE	      PIC 9(8).

       01 CLASS-TOTALS.
          05 CT-ENTRY OCCURS 3 TIMES.
             10 CT-ITEMS	      PIC 9(6).
             10 CT-USAGE	      PIC 9(11)V99.
             10 CT-SCHEDULED	      PIC 9(6).
             10 CT-OVERDUE	      PIC 9(6).

       01 CLASS-NAMES-VALUES.
          05			      PIC X VALUE 'A'.
          05			      PIC X VALUE 'B'.
          05			      PIC X VALUE 'C'.
       01 CLASS-NAMES REDEFINES CLASS-NAMES-VALUES.
          05 CN-CLASS-NAME	      PIC X OCCURS 3 TIMES.

       01 WS-DATE.
          05 WS-YEAR		      PIC 9(4).
          05 WS-MONTH		      PIC 99.
          05 WS-DAY		      PIC 99.
       01 WS-DATE-NUM REDEFINES WS-DATE PIC 9(8).

       01 PAGE-HEADING-LINE.
          05 DL-MONTH		      PIC 99.
          05			      PIC X VALUE '/'.
          05 DL-DAY		      PIC 99.
          05			      PIC X VALUE '/'.
          05 DL-YEAR		      PIC 9(4).
          05			      PIC X(5) VALUE ' '.
          05			      PIC X(3) VALUE 'KAD'.
          05			      PIC X(18) VALUE ' '.
          05 PH-TITLE		      PIC X(30).
          05			      PIC X(10) VALUE ' '.
          05			      PIC X(5) VALUE 'PAGE '.
          05 PAGE-NO		      PIC 99 VALUE 0.

       01 CONTROL-LINE.
          05			      PIC X(10) VALUE ' '.
          05			      PIC X(17) VALUE
                                    'CLASS CUT-OFFS  A'.
          05			      PIC X(2) VALUE ': '.
          05 CL-A-PCT		      PIC Z9.
          05			      PIC X(7) VALUE '%   B: '.
          05 CL-B-PCT		      PIC Z9.
          05			      PIC X(20) VALUE
                                    '%   INTERVALS  A: 30'.
          05			      PIC X(17) VALUE
                                    '  B: 91  C: 182  '.
          05			      PIC X(4) VALUE 'DAYS'.

       01 SHEET-HDR-1.
          05			      PIC X(4) VALUE 'RANK'.
          05			      PIC X(2) VALUE ' '.
          05			      PIC X(3) VALUE 'CAT'.
          05			      PIC X(4) VALUE ' '.
          05			      PIC X(11) VALUE 'DESCRIPTION'.
          05			      PIC X(11) VALUE ' '.
          05			      PIC X(5) VALUE 'CLASS'.
          05			      PIC X(3) VALUE ' '.
          05			      PIC X(12) VALUE 'LAST COUNTED'.
          05			      PIC X(3) VALUE ' '.
          05			      PIC X(11) VALUE 'COUNTED QTY'.
          05			      PIC X(3) VALUE ' '.
          05			      PIC X(8) VALUE 'INITIALS'.

       01 SHEET-LINE.
          05 SL-RANK		      PIC ZZZ9.
          05			      PIC X(2) VALUE ' '.
          05 SL-CAT-NUM		      PIC X(5).
          05			      PIC X(2) VALUE ' '.
          05 SL-DESCRIP		      PIC X(20).
          05			      PIC X(4) VALUE ' '.
          05 SL-CLASS		      PIC X.
          05			      PIC X(5) VALUE ' '.
          05 SL-LAST-COUNT	      PIC X(10).
          05			      PIC X(5) VALUE ' '.
          05			      PIC X(11) VALUE '___________'.
          05			      PIC X(3) VALUE ' '.
          05			      PIC X(8) VALUE '________'.

       01 COVERAGE-HDR-1.
          05			      PIC X(4) VALUE 'RANK'.
          05			      PIC X(2) VALUE ' '.
          05			      PIC X(3) VALUE 'CAT'.
          05			      PIC X(4) VALUE ' '.
          05			      PIC X(11) VALUE 'DESCRIPTION'.
          05			      PIC X(11) VALUE ' '.
          05			      PIC X(5) VALUE 'CLASS'.
          05			      PIC X(3) VALUE ' '.
          05			      PIC X(12) VALUE 'ANNUAL USAGE'.
          05			      PIC X(3) VALUE ' '.
          05			      PIC X(12) VALUE 'LAST COUNTED'.
          05			      PIC X(3) VALUE ' '.
          05			      PIC X(8) VALUE 'INTERVAL'.
          05			      PIC X(3) VALUE ' '.
          05			      PIC X(10) VALUE 'DAYS SINCE'.

       01 COVERAGE-LINE.
          05 CV-RANK		      PIC ZZZ9.
          05			      PIC X(2) VALUE ' '.
          05 CV-CAT-NUM		      PIC X(5).
          05			      PIC X(2) VALUE ' '.
          05 CV-DESCRIP		      PIC X(20).
          05			      PIC X(4) VALUE ' '.
          05 CV-CLASS		      PIC X.
          05			      PIC X(3) VALUE ' '.
          05 CV-USAGE		      PIC $$$$,$$9.99.
          05			      PIC X(4) VALUE ' '.
          05 CV-LAST-COUNT	      PIC X(10).
          05			      PIC X(7) VALUE ' '.
          05 CV-INTERVAL	      PIC ZZ9.
          05			      PIC X(8) VALUE ' '.
          05 CV-DAYS-SINCE	      PIC X(5).

       01 CLASS-SUMMARY-HDR.
          05			      PIC X(1) VALUE ' '.
          05			      PIC X(5) VALUE 'CLASS'.
          05			      PIC X(4) VALUE ' '.
          05			      PIC X(5) VALUE 'ITEMS'.
          05			      PIC X(6) VALUE ' '.
          05			      PIC X(12) VALUE 'ANNUAL USAGE'.
          05			      PIC X(5) VALUE ' '.
          05			      PIC X(9) VALUE 'SCHEDULED'.
          05			      PIC X(3) VALUE ' '.
          05			      PIC X(7) VALUE 'OVERDUE'.

       01 CLASS-SUMMARY-LINE.
          05			      PIC X(3) VALUE ' '.
          05 CS-CLASS		      PIC X.
          05			      PIC X(5) VALUE ' '.
          05 CS-ITEMS		      PIC ZZZ,ZZ9.
          05			      PIC X(2) VALUE ' '.
          05 CS-USAGE		      PIC $$$,$$$,$$9.99.
          05			      PIC X(5) VALUE ' '.
          05 CS-SCHEDULED	      PIC ZZZ,ZZ9.
          05			      PIC X(3) VALUE ' '.
          05 CS-OVERDUE		      PIC ZZZ,ZZ9.

       01 TOTAL-LINE.
          05			      PIC X(1) VALUE ' '.
          05 TL-LABEL		      PIC X(28).
          05 TL-COUNT		      PIC ZZZ,ZZ9.

       01 WS-EDIT-DATE.
          05 WS-ED-MONTH	      PIC 99.
          05			      PIC X VALUE '/'.
          05 WS-ED-DAY		      PIC 99.
          05			      PIC X VALUE '/'.
          05 WS-ED-YEAR		      PIC 9(4).

       01 WS-DATE-WORK.
          05 WS-DW-YEAR		      PIC 9(4).
          05 WS-DW-MONTH	      PIC 99.
          05 WS-DW-DAY		      PIC 99.
       01 WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK PIC 9(8).

       01 WS-HOLD-LINE	      PIC X(110).

       01 RUN-LOG-FIELDS.
          05 WS-LOG-STAMP.
             10 WS-LOG-DATE	      PIC 9(8).
             10 WS-LOG-TIME	      PIC 9(6).
             10 FILLER	      PIC X(7).

	   PROCEDURE DIVISION.

	   000-MAIN-MODULE.
         PERFORM 110-LOG-RUN-START
         PERFORM 100-SORT-HISTORY
         PERFORM 125-HOUSEKEEPING
         PERFORM 175-READ-HISTORY-FILE
         PERFORM 260-LAST-ITEM-BREAK
         PERFORM 400-RANK-AND-SCHEDULE
         PERFORM 275-PRINT-TOTALS
         PERFORM 280-WRITE-COUNT-TRAILER
         PERFORM 300-FINAL-ROUTINE
	   .

	   110-LOG-RUN-START.
         OPEN EXTEND RUN-LOG-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
         MOVE 'PROGRAM19' TO RL-PROGRAM
         MOVE WS-LOG-DATE TO RL-DATE
         MOVE WS-LOG-TIME TO RL-TIME
         MOVE 'S' TO RL-TYPE
         MOVE ' ' TO RL-STATUS
         MOVE ZEROS TO RL-REC-COUNT
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE
	   .

	   100-SORT-HISTORY.
         SORT SORT-FILE
	     ON ASCENDING KEY   SR-CATALOG-NUMBER
                                SR-RUN-DATE
             USING ITEM-HIST-FILE
             GIVING SORTED-HIST-FILE
	   .

	   125-HOUSEKEEPING.
         OPEN INPUT   SORTED-HIST-FILE
			 ITEM-MASTER-FILE
	      OUTPUT  COUNT-FILE
			 REPORT-FILE
			 COVERAGE-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-DATE
         MOVE WS-YEAR TO DL-YEAR
         MOVE WS-DAY TO DL-DAY
         MOVE WS-MONTH TO DL-MONTH
         MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) TO WS-TODAY-INT
         SUBTRACT 364 FROM WS-TODAY-INT GIVING WS-WINDOW-INT
         PERFORM 140-WRITE-COUNT-HEADER
         INITIALIZE CLASS-TOTALS
         PERFORM 130-READ-ABC-CONTROL
         PERFORM 135-LOAD-COUNT-HISTORY
         PERFORM 150-HEADING-ROUTINE
         PERFORM 155-COV-HEADING-ROUTINE
	   .

	   130-READ-ABC-CONTROL.
         OPEN INPUT ABC-CONTROL-FILE
         IF WS-ABC-CTL-STATUS = '00'
           READ ABC-CONTROL-FILE
             AT END
               CONTINUE
             NOT AT END
               IF AC-A-PCT IS NUMERIC AND AC-B-PCT IS NUMERIC
                  AND AC-A-PCT > 0 AND AC-B-PCT > AC-A-PCT
                 MOVE AC-A-PCT TO WS-A-PCT
                 MOVE AC-B-PCT TO WS-B-PCT
               END-IF
           END-READ
         END-IF
         CLOSE ABC-CONTROL-FILE
         MOVE WS-A-PCT TO CL-A-PCT
         MOVE WS-B-PCT TO CL-B-PCT
	   .

      * ONLY THE LATEST COUNT DATE PER ITEM IS KEPT.
	   135-LOAD-COUNT-HISTORY.
         OPEN INPUT COUNT-HIST-FILE
         IF WS-COUNT-HIST-STATUS = '00'
           PERFORM UNTIL CH-EOF-FLAG = 'Y'
             READ COUNT-HIST-FILE
               AT END
                 MOVE 'Y' TO CH-EOF-FLAG
               NOT AT END
                 IF CH-COUNT-DATE-X IS NUMERIC
                    AND CH-COUNT-DATE > 0
                   PERFORM 137-POST-LAST-COUNT
                 END-IF
             END-READ
           END-PERFORM
         END-IF
         CLOSE COUNT-HIST-FILE
	   .

	   137-POST-LAST-COUNT.
         IF WS-LC-COUNT = 0
           PERFORM 138-ADD-LAST-COUNT
         ELSE
           SET LC-INDEX TO 1
           SEARCH LC-ENTRY
             AT END
               PERFORM 138-ADD-LAST-COUNT
             WHEN LC-CATALOG(LC-INDEX) = CH-CATALOG-NUMBER
               IF CH-COUNT-DATE > LC-LAST-DATE(LC-INDEX)
                 MOVE CH-COUNT-DATE TO LC-LAST-DATE(LC-INDEX)
               END-IF
           END-SEARCH
         END-IF
	   .

	   138-ADD-LAST-COUNT.
         IF WS-LC-COUNT < 1000
           ADD 1 TO WS-LC-COUNT
           MOVE CH-CATALOG-NUMBER TO LC-CATALOG(WS-LC-COUNT)
           MOVE CH-COUNT-DATE TO LC-LAST-DATE(WS-LC-COUNT)
         ELSE
           ADD 1 TO WS-CNT-FULL-CNT
         END-IF
	   .

	   140-WRITE-COUNT-HEADER.
         MOVE 'HDR' TO BH-RECORD-TYPE
         MOVE SPACES TO BH-APPROVER-ID
         MOVE WS-DATE-NUM TO BH-BATCH-DATE
         MOVE WS-DATE-NUM TO BH-BATCH-NUMBER
         WRITE COUNT-HEADER-RECORD
	   .

	   150-HEADING-ROUTINE.
          ADD 1 TO PAGE-NO
          MOVE 'WEEKLY CYCLE-COUNT SHEET' TO PH-TITLE

          MOVE 1 TO PROPER-SPACING
          WRITE REPORT-RECORD FROM PAGE-HEADING-LINE
            AFTER ADVANCING PROPER-SPACING

          MOVE 2 TO PROPER-SPACING
          WRITE REPORT-RECORD FROM CONTROL-LINE
          	AFTER ADVANCING PROPER-SPACING

          MOVE 2 TO PROPER-SPACING
          WRITE REPORT-RECORD FROM SHEET-HDR-1
          	AFTER ADVANCING PROPER-SPACING
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          MOVE 7 TO WS-LINE-COUNT
	   .

	   155-COV-HEADING-ROUTINE.
          MOVE 'CYCLE-COUNT COVERAGE REPORT' TO PH-TITLE
          WRITE COVERAGE-RECORD FROM PAGE-HEADING-LINE
            AFTER ADVANCING 1
          WRITE COVERAGE-RECORD FROM CONTROL-LINE
            AFTER ADVANCING 2
          WRITE COVERAGE-RECORD FROM COVERAGE-HDR-1
            AFTER ADVANCING 2
          MOVE SPACES TO COVERAGE-RECORD
          WRITE COVERAGE-RECORD
          MOVE 7 TO WS-COV-LINE-CNT
	   .

	   175-READ-HISTORY-FILE.
		PERFORM UNTIL EOF-FLAG = 'Y'
			READ SORTED-HIST-FILE
				AT END
					MOVE 'Y' TO EOF-FLAG
				NOT AT END
                    PERFORM 200-PROCESS-HISTORY-RECORD
			END-READ
		END-PERFORM
	   .

       200-PROCESS-HISTORY-RECORD.
	   ADD 1 TO WS-HIST-READ
	   IF WS-FIRST-REC = 'Y'
	     MOVE 'N' TO WS-FIRST-REC
	     MOVE SH-CATALOG-NUMBER TO WS-CAT-HOLD
	     MOVE 0 TO WS-ITEM-SOLD
	   ELSE
	     IF SH-CATALOG-NUMBER NOT = WS-CAT-HOLD
	       PERFORM 240-ITEM-BREAK
	       MOVE SH-CATALOG-NUMBER TO WS-CAT-HOLD
	       MOVE 0 TO WS-ITEM-SOLD
	     END-IF
	   END-IF

	   MOVE FUNCTION INTEGER-OF-DATE(SH-RUN-DATE) TO WS-HIST-INT
	   IF WS-HIST-INT > WS-WINDOW-INT
	     ADD SH-QTY-SOLD-WK TO WS-ITEM-SOLD
	   END-IF
	   .

       240-ITEM-BREAK.
	   IF WS-IT-COUNT < 1000
	     ADD 1 TO WS-IT-COUNT
	     MOVE WS-CAT-HOLD TO IT-CATALOG(WS-IT-COUNT)
	     MOVE WS-CAT-HOLD TO IM-CATALOG-NUMBER
	     READ ITEM-MASTER-FILE
	       INVALID KEY
	         MOVE ZEROS TO IM-UNIT-PRICE
	     END-READ
	     MULTIPLY IM-UNIT-PRICE BY WS-ITEM-SOLD
	       GIVING IT-USAGE(WS-IT-COUNT)
	     ADD IT-USAGE(WS-IT-COUNT) TO WS-TOTAL-USAGE
	   ELSE
	     ADD 1 TO WS-ITEM-FULL-CNT
	   END-IF
	   .

       260-LAST-ITEM-BREAK.
	   IF WS-FIRST-REC NOT = 'Y'
	     PERFORM 240-ITEM-BREAK
	   END-IF
	   .

      * THE ITEMS ARE RANKED HIGHEST USAGE FIRST BY A SORT WHOSE
      * OUTPUT PROCEDURE CLASSES AND SCHEDULES EACH ITEM IN RANK
      * ORDER.
       400-RANK-AND-SCHEDULE.
         SORT USAGE-SORT-FILE
           ON DESCENDING KEY US-USAGE
           ON ASCENDING KEY  US-CATALOG-NUMBER
           INPUT PROCEDURE IS 410-RELEASE-ITEMS
           OUTPUT PROCEDURE IS 420-CLASS-AND-SCHEDULE
	   .

       410-RELEASE-ITEMS.
         PERFORM VARYING IT-INDEX FROM 1 BY 1
                 UNTIL IT-INDEX > WS-IT-COUNT
           MOVE IT-USAGE(IT-INDEX) TO US-USAGE
           MOVE IT-CATALOG(IT-INDEX) TO US-CATALOG-NUMBER
           MOVE 0 TO US-LAST-COUNT
           IF WS-LC-COUNT > 0
             SET LC-INDEX TO 1
             SEARCH LC-ENTRY
               AT END
                 CONTINUE
               WHEN LC-CATALOG(LC-INDEX) = IT-CATALOG(IT-INDEX)
                 MOVE LC-LAST-DATE(LC-INDEX) TO US-LAST-COUNT
             END-SEARCH
           END-IF
           RELEASE USAGE-SORT-RECORD
         END-PERFORM
	   .

       420-CLASS-AND-SCHEDULE.
         PERFORM UNTIL US-EOF-FLAG = 'Y'
           RETURN USAGE-SORT-FILE
             AT END
               MOVE 'Y' TO US-EOF-FLAG
             NOT AT END
               PERFORM 430-SCHEDULE-ONE-ITEM
           END-RETURN
         END-PERFORM
	   .

       430-SCHEDULE-ONE-ITEM.
         ADD 1 TO WS-ITEM-COUNT
         PERFORM 435-ASSIGN-CLASS
         ADD US-USAGE TO WS-CUM-USAGE
         ADD 1 TO CT-ITEMS(WS-CLASS-SUB)
         ADD US-USAGE TO CT-USAGE(WS-CLASS-SUB)

         MOVE US-CATALOG-NUMBER TO IM-CATALOG-NUMBER
         READ ITEM-MASTER-FILE
           INVALID KEY
             MOVE '*NOT ON MASTER*' TO IM-ITEM-DESCRIPTION
         END-READ

         IF US-LAST-COUNT = 0
           MOVE 99999 TO WS-DAYS-SINCE
           MOVE 'NEVER' TO SL-LAST-COUNT
         ELSE
           MOVE FUNCTION INTEGER-OF-DATE(US-LAST-COUNT)
             TO WS-COUNT-INT
           IF WS-COUNT-INT > WS-TODAY-INT
             MOVE 0 TO WS-DAYS-SINCE
           ELSE
             SUBTRACT WS-COUNT-INT FROM WS-TODAY-INT
               GIVING WS-DAYS-SINCE
           END-IF
           MOVE US-LAST-COUNT TO WS-DATE-WORK-NUM
           PERFORM 170-MOVE-EDIT-DATE
           MOVE WS-EDIT-DATE TO SL-LAST-COUNT
         END-IF

      * DUE WHEN THE INTERVAL RUNS OUT BEFORE NEXT WEEK S RUN.
         MOVE 'N' TO WS-DUE-FLAG
         IF WS-DAYS-SINCE + 7 > WS-INTERVAL-DAYS
           MOVE 'Y' TO WS-DUE-FLAG
         END-IF
         IF COUNT-IS-DUE
           PERFORM 440-WRITE-COUNT-SHEET-LINE
         END-IF
         IF WS-DAYS-SINCE > WS-INTERVAL-DAYS
           PERFORM 450-WRITE-COVERAGE-LINE
         END-IF
	   .

       435-ASSIGN-CLASS.
         IF WS-TOTAL-USAGE = 0
           MOVE 0 TO WS-CUM-PCT
           MOVE 'C' TO WS-ITEM-CLASS
         ELSE
           COMPUTE WS-CUM-PCT =
             WS-CUM-USAGE * 100 / WS-TOTAL-USAGE
           EVALUATE TRUE
             WHEN WS-CUM-PCT < WS-A-PCT
               MOVE 'A' TO WS-ITEM-CLASS
             WHEN WS-CUM-PCT < WS-B-PCT
               MOVE 'B' TO WS-ITEM-CLASS
             WHEN OTHER
               MOVE 'C' TO WS-ITEM-CLASS
           END-EVALUATE
         END-IF
         EVALUATE WS-ITEM-CLASS
           WHEN 'A'
             MOVE 1 TO WS-CLASS-SUB
             MOVE WS-A-DAYS TO WS-INTERVAL-DAYS
           WHEN 'B'
             MOVE 2 TO WS-CLASS-SUB
             MOVE WS-B-DAYS TO WS-INTERVAL-DAYS
           WHEN OTHER
             MOVE 3 TO WS-CLASS-SUB
             MOVE WS-C-DAYS TO WS-INTERVAL-DAYS
         END-EVALUATE
	   .

       440-WRITE-COUNT-SHEET-LINE.
         ADD 1 TO WS-SCHEDULED-CNT
         ADD 1 TO CT-SCHEDULED(WS-CLASS-SUB)

         MOVE SPACES TO COUNT-RECORD
         MOVE US-CATALOG-NUMBER TO CN-CATALOG-NUMBER
         MOVE WS-DATE-NUM TO CN-COUNT-DATE
         WRITE COUNT-RECORD

         MOVE WS-ITEM-COUNT TO SL-RANK
         MOVE US-CATALOG-NUMBER TO SL-CAT-NUM
         MOVE IM-ITEM-DESCRIPTION TO SL-DESCRIP
         MOVE WS-ITEM-CLASS TO SL-CLASS
         MOVE SHEET-LINE TO REPORT-RECORD
         MOVE 2 TO PROPER-SPACING
         PERFORM 250-WRITE-A-LINE
	   .

       450-WRITE-COVERAGE-LINE.
         ADD 1 TO WS-OVERDUE-CNT
         ADD 1 TO CT-OVERDUE(WS-CLASS-SUB)
         MOVE WS-ITEM-COUNT TO CV-RANK
         MOVE US-CATALOG-NUMBER TO CV-CAT-NUM
         MOVE IM-ITEM-DESCRIPTION TO CV-DESCRIP
         MOVE WS-ITEM-CLASS TO CV-CLASS
         MOVE US-USAGE TO CV-USAGE
         MOVE SL-LAST-COUNT TO CV-LAST-COUNT
         MOVE WS-INTERVAL-DAYS TO CV-INTERVAL
         IF US-LAST-COUNT = 0
           MOVE 'NEVER' TO CV-DAYS-SINCE
         ELSE
           MOVE WS-DAYS-SINCE TO CV-DAYS-SINCE
         END-IF
         MOVE COVERAGE-LINE TO COVERAGE-RECORD
         PERFORM 255-WRITE-COV-LINE
	   .

       170-MOVE-EDIT-DATE.
         MOVE WS-DW-MONTH TO WS-ED-MONTH
         MOVE WS-DW-DAY TO WS-ED-DAY
         MOVE WS-DW-YEAR TO WS-ED-YEAR
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

       255-WRITE-COV-LINE.
        IF WS-COV-LINE-CNT >= WS-LINES-PER-PAGE
          MOVE COVERAGE-RECORD TO WS-HOLD-LINE
          PERFORM 155-COV-HEADING-ROUTINE
          MOVE WS-HOLD-LINE TO COVERAGE-RECORD
        END-IF
        WRITE COVERAGE-RECORD
        ADD 1 TO WS-COV-LINE-CNT
	   .

       275-PRINT-TOTALS.
        MOVE 'ITEMS RANKED:               ' TO TL-LABEL
        MOVE WS-ITEM-COUNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        MOVE 3 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        MOVE 'ITEMS ON THIS WEEK S SHEET: ' TO TL-LABEL
        MOVE WS-SCHEDULED-CNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        MOVE 1 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        IF WS-ITEM-FULL-CNT > 0
          MOVE 'TABLE FULL - ITEMS SKIPPED: ' TO TL-LABEL
          MOVE WS-ITEM-FULL-CNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 250-WRITE-A-LINE
        END-IF

        MOVE SPACES TO COVERAGE-RECORD
        PERFORM 255-WRITE-COV-LINE
        MOVE 'ITEMS PAST CLASS INTERVAL:  ' TO TL-LABEL
        MOVE WS-OVERDUE-CNT TO TL-COUNT
        MOVE TOTAL-LINE TO COVERAGE-RECORD
        PERFORM 255-WRITE-COV-LINE
        IF WS-CNT-FULL-CNT > 0
          MOVE 'TABLE FULL - COUNTS LOST:   ' TO TL-LABEL
          MOVE WS-CNT-FULL-CNT TO TL-COUNT
          MOVE TOTAL-LINE TO COVERAGE-RECORD
          PERFORM 255-WRITE-COV-LINE
        END-IF
        MOVE SPACES TO COVERAGE-RECORD
        PERFORM 255-WRITE-COV-LINE
        MOVE CLASS-SUMMARY-HDR TO COVERAGE-RECORD
        PERFORM 255-WRITE-COV-LINE
        PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                UNTIL WS-CLASS-SUB > 3
          MOVE CN-CLASS-NAME(WS-CLASS-SUB) TO CS-CLASS
          MOVE CT-ITEMS(WS-CLASS-SUB) TO CS-ITEMS
          MOVE CT-USAGE(WS-CLASS-SUB) TO CS-USAGE
          MOVE CT-SCHEDULED(WS-CLASS-SUB) TO CS-SCHEDULED
          MOVE CT-OVERDUE(WS-CLASS-SUB) TO CS-OVERDUE
          MOVE CLASS-SUMMARY-LINE TO COVERAGE-RECORD
          PERFORM 255-WRITE-COV-LINE
        END-PERFORM
	   .

       280-WRITE-COUNT-TRAILER.
        MOVE 'TRL' TO BT-RECORD-TYPE
        MOVE WS-SCHEDULED-CNT TO BT-RECORD-COUNT
        MOVE ZERO TO BT-HASH-TOTAL
        WRITE COUNT-TRAILER-RECORD
	   .

       300-FINAL-ROUTINE.
		CLOSE SORTED-HIST-FILE
              ITEM-MASTER-FILE
              COUNT-FILE
              REPORT-FILE
              COVERAGE-FILE
		PERFORM 310-LOG-RUN-END
		STOP RUN
	   .

       310-LOG-RUN-END.
         OPEN EXTEND RUN-LOG-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
         MOVE 'PROGRAM19' TO RL-PROGRAM
         MOVE WS-LOG-DATE TO RL-DATE
         MOVE WS-LOG-TIME TO RL-TIME
         MOVE 'E' TO RL-TYPE
         MOVE 'C' TO RL-STATUS
         MOVE WS-ITEM-COUNT TO RL-REC-COUNT
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE
	   .
