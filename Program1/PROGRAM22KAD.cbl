       IDENTIFICATION DIVISION.
       PROGRAM-ID.	  PROGRAM22.
       AUTHOR.			  DAYE.
      *************************COMMENT SECTION************************
      * DESCRIPTION:
      *  THIS PROGRAM PROVES THE CONTROL TOTALS OF THE WEEKLY HAL S
      *  AUTO PARTS STREAM FROM END TO END. EVERY FILE THE WEEK
      *  PASSES THROUGH IS A CONTROL POINT WITH A RECORD COUNT AND
      *  A STOCK VALUE:
      *   LAST WEEK S POSTED OUTPUT (FROM THE CHAIN HISTORY)
      *   THIS WEEK S FEED AND ITS CONTROL RECORD
      *   THE EDIT RUN S CLEAN FILE, CONTROL RECORD AND REJECTS
      *   THE STOCK ANALYSIS RUN S AUDIT RECORD
      *   THE NEW POSTED OUTPUT AND ITS CONTROL RECORD
      *  EACH LINK BETWEEN TWO POINTS IS CHECKED. A LINK THAT DOES
      *  NOT BALANCE IS NAMED ON THE REPORT AND ON THE CONSOLE WITH
      *  THE RECORD COUNT AND DOLLARS IT IS OFF BY, AND THE PROGRAM
      *  SETS RETURN CODE 8. A DATED RECORD OF EVERY RUN IS APPENDED
      *  TO THE CHAIN HISTORY FILE, AND ITS POSTED TOTALS BECOME THE
      *  STARTING POINT OF NEXT WEEK S CHAIN.
      *  RUN AFTER THE STOCK ANALYSIS RUN.
      ****************************************************************
      * INPUT FILES (ALL OPTIONAL - A MISSING FILE BREAKS ITS LINKS):
      *  PR1CHAIN-HIST.TXT - CHAIN HISTORY. THE LAST RUN DATED
      *   BEFORE TODAY SUPPLIES LAST WEEK S POSTED TOTALS.
      *  PR1FA14.TXT - THIS WEEK S RAW FEED
      *  PR1FA14-CTL.TXT - THE FEED S CONTROL RECORD
      *  PR1FA14-EDITED.TXT, PR1FA14-EDITED-CTL.TXT AND
      *   PR1FA14-REJECTS.TXT - OUTPUT OF THE EDIT RUN
      *  PROGRAM1-AUDIT.TXT - AUDIT RECORDS OF THE STOCK ANALYSIS
      *   RUN. THE LAST ONE IS THIS WEEK S.
      *  PR1ANALYSIS-CTL.TXT - THE ANALYSIS RUN S CYCLE-COUNT DOLLAR
      *   ADJUSTMENT, POSTING FLAG AND ON-HAND TRUNCATION COUNT
      *  PR1FA14-NEW.TXT, PR1FA14-NEW-CTL.TXT - THE POSTED OUTPUT
      *   AND ITS CONTROL RECORD
      *  PR1ITEMMAST.TXT - ITEM MASTER, FOR THE UNIT PRICE USED TO
      *   VALUE THE FEED AND THE CLEAN FILE THE SAME WAY THE EDIT
      *   RUN VALUES THEM
      ****************************************************************
      * OUTPUT FILES:
      *  CONTROL-CHAIN-REPORT.TXT - EVERY CONTROL POINT WITH ITS
      *   COUNT AND VALUE, THEN EVERY LINK WITH WHAT IT IS OFF BY
      *  PR1CHAIN-HIST.TXT - ONE RECORD APPENDED PER RUN: RUN DATE
      *   AND TIME, BALANCED OR BROKEN, NUMBER OF BREAKS, WHETHER
      *   THE WEEK WAS POSTED, THE POSTED TOTALS CARRIED TO NEXT
      *   WEEK, THE COUNT AND VALUE AT EVERY POINT, AND THE RESULT
      *   OF EVERY LINK (B BALANCED, X BREAK, N NOT CHECKED)
      ****************************************************************
      * LINKS CHECKED:
      *  1 LAST WEEK S POSTED OUTPUT TO THIS WEEK S FEED - COUNT,
      *    AND VALUE OF THE FEED S OPENING ON HAND AT FEED PRICE
      *  2 FEED TO FEED CONTROL - COUNT, AND VALUE OF THE WEEK S
      *    CLOSING STOCK WHEN THE EDIT REJECTED NOTHING
      *  3 FEED CONTROL TO EDIT - CLEAN PLUS REJECTED RECORDS
      *  4 CLEAN FILE TO EDITED CONTROL - COUNT AND VALUE
      *  5 EDITED CONTROL TO ANALYSIS AUDIT - COUNT, AND VALUE
      *    AFTER THE CYCLE-COUNT DOLLAR ADJUSTMENT
      *  6 ANALYSIS AUDIT TO POSTED CONTROL - COUNT AND VALUE. WHEN
      *    ON-HAND QUANTITIES WERE CAPPED AT 9999 ON POSTING, THE
      *    POSTED VALUE MAY ONLY BE LOWER.
      *  7 POSTED CONTROL TO POSTED OUTPUT FILE - COUNT AND VALUE
      *  LINKS 6 AND 7 ARE NOT CHECKED IN A WEEK THAT WAS NOT
      *  POSTED, AND LAST WEEK S POSTED TOTALS ARE CARRIED FORWARD.
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
       SELECT OPTIONAL CHAIN-HIST-FILE
	     ASSIGN TO "PR1CHAIN-HIST.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-CHAIN-STATUS.
      *
       SELECT OPTIONAL FEED-FILE
	     ASSIGN TO "PR1FA14.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-FEED-STATUS.
      *
       SELECT OPTIONAL FEED-CONTROL-FILE
	     ASSIGN TO "PR1FA14-CTL.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-FEED-CTL-STATUS.
      *
       SELECT OPTIONAL EDITED-FILE
	     ASSIGN TO "PR1FA14-EDITED.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-EDITED-STATUS.
      *
       SELECT OPTIONAL EDITED-CONTROL-FILE
	     ASSIGN TO "PR1FA14-EDITED-CTL.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-EDITED-CTL-STATUS.
      *
       SELECT OPTIONAL REJECT-FILE
	     ASSIGN TO "PR1FA14-REJECTS.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-REJECT-STATUS.
      *
       SELECT OPTIONAL AUDIT-FILE
	     ASSIGN TO "PROGRAM1-AUDIT.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-AUDIT-STATUS.
      *
       SELECT OPTIONAL ANALYSIS-CONTROL-FILE
	     ASSIGN TO "PR1ANALYSIS-CTL.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-ANALYSIS-STATUS.
      *
       SELECT OPTIONAL NEW-CONTROL-FILE
	     ASSIGN TO "PR1FA14-NEW-CTL.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-NEW-CTL-STATUS.
      *
       SELECT OPTIONAL NEW-DISK-FILE
	     ASSIGN TO "PR1FA14-NEW.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-NEW-STATUS.
      *
       SELECT ITEM-MASTER-FILE
	     ASSIGN TO "PR1ITEMMAST.TXT"
		 ORGANIZATION IS INDEXED
		 ACCESS MODE IS RANDOM
		 RECORD KEY IS IM-CATALOG-NUMBER.
      *
       SELECT REPORT-FILE
	     ASSIGN TO "CONTROL-CHAIN-REPORT.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT RUN-LOG-FILE
	     ASSIGN TO "RUNLOG.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.

       FILE SECTION.

       FD CHAIN-HIST-FILE
        RECORD CONTAINS 267 CHARACTERS.

       01 CHAIN-HIST-RECORD.
          05 CH-RUN-DATE	      PIC 9(8).
          05 CH-RUN-TIME	      PIC 9(6).
          05 CH-STATUS		      PIC X.
          05 CH-BREAK-COUNT	      PIC 9(2).
          05 CH-POSTED		      PIC X.
          05 CH-CARRY-PRESENT	      PIC X.
          05 CH-CARRY-COUNT	      PIC 9(6).
          05 CH-CARRY-VALUE	      PIC 9(15).
          05 CH-POINT OCCURS 10 TIMES.
             10 CH-PT-PRESENT	      PIC X.
             10 CH-PT-COUNT	      PIC 9(6).
             10 CH-PT-VALUE	      PIC 9(15).
          05 CH-LINK-RESULTS	      PIC X(7).

       FD FEED-FILE
	    RECORD CONTAINS 60 CHARACTERS.

       01 FEED-RECORD		      PIC X(60).

       FD FEED-CONTROL-FILE
        RECORD CONTAINS 21 CHARACTERS.

       01 FEED-CONTROL-RECORD.
          05 CTL-REC-COUNT	      PIC 9(6).
          05 CTL-STK-VAL	      PIC 9(15).

       FD EDITED-FILE
	    RECORD CONTAINS 60 CHARACTERS.

       01 EDITED-RECORD	      PIC X(60).

       FD EDITED-CONTROL-FILE
        RECORD CONTAINS 21 CHARACTERS.

       01 EDITED-CONTROL-RECORD.
          05 EC-REC-COUNT	      PIC 9(6).
          05 EC-STK-VAL	      PIC 9(15).

       FD REJECT-FILE
	    RECORD CONTAINS 60 CHARACTERS.

       01 REJECT-RECORD	      PIC X(60).

       FD AUDIT-FILE
        RECORD CONTAINS 41 CHARACTERS.

       01 AUDIT-RECORD.
          05 AUD-DATE.
             10 AUD-YEAR	      PIC 9(4).
             10 AUD-MONTH	      PIC 99.
             10 AUD-DAY	      PIC 99.
          05 AUD-DATE-NUM REDEFINES AUD-DATE
				      PIC 9(8).
          05 AUD-REC-COUNT	      PIC 9(6).
          05 AUD-NO-SALE-CNT	      PIC 9(6).
          05 AUD-EX-RTN-CNT	      PIC 9(6).
          05 AUD-STK-VAL	      PIC 9(15).

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

       FD NEW-CONTROL-FILE
        RECORD CONTAINS 21 CHARACTERS.

       01 NEW-CONTROL-RECORD.
          05 NC-REC-COUNT	      PIC 9(6).
          05 NC-STK-VAL	      PIC 9(15).

       FD NEW-DISK-FILE
	    RECORD CONTAINS 60 CHARACTERS.

       01 NEW-INV-RECORD.
          05 NV-CATALOG-NUMBER      PIC X(5).
          05 NV-ITEM-DESCRIPTION    PIC X(20).
          05 NV-UNIT-PRICE	      PIC 999V99.
          05 FILLER		      PIC X(6).
          05 NV-QTY-ON-HAND	      PIC 9(4).
          05 FILLER		      PIC X(20).

       FD ITEM-MASTER-FILE
        RECORD CONTAINS 30 CHARACTERS.

       01 ITEM-MASTER-RECORD.
          05 IM-CATALOG-NUMBER      PIC X(5).
          05 IM-ITEM-DESCRIPTION    PIC X(20).
          05 IM-UNIT-PRICE	      PIC 999V99.

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
          05 WS-RECORD-VALUED	      PIC X	VALUE 'N'.
          05 WS-ANALYSIS-FOUND      PIC X	VALUE 'N'.
          05 WS-POSTED	      PIC X	VALUE 'N'.
             88 WEEK-WAS-POSTED		VALUE 'Y'.
          05 WS-CHAIN-STATUS	      PIC XX.
          05 WS-FEED-STATUS	      PIC XX.
          05 WS-FEED-CTL-STATUS     PIC XX.
          05 WS-EDITED-STATUS	      PIC XX.
          05 WS-EDITED-CTL-STATUS   PIC XX.
          05 WS-REJECT-STATUS	      PIC XX.
          05 WS-AUDIT-STATUS	      PIC XX.
          05 WS-ANALYSIS-STATUS     PIC XX.
          05 WS-NEW-CTL-STATUS      PIC XX.
          05 WS-NEW-STATUS	      PIC XX.

       01 TOTAL-FIELDS.
          05 WS-BREAK-COUNT	      PIC 9(2)	VALUE 0.
          05 WS-LINK-NO	      PIC 9(2)	VALUE 0.
          05 WS-OPEN-UNVALUED	      PIC 9(6)	VALUE 0.
          05 WS-CLOSE-UNVALUED      PIC 9(6)	VALUE 0.
          05 WS-EDIT-UNVALUED	      PIC 9(6)	VALUE 0.
          05 WS-NEW-UNVALUED	      PIC 9(6)	VALUE 0.

       01 CHAIN-FIELDS.
          05 WS-PRIOR-DATE	      PIC 9(8)	VALUE 0.
          05 WS-AUDIT-DATE	      PIC 9(8)	VALUE 0.
          05 WS-AC-RUN-DATE	      PIC 9(8)	VALUE 0.
          05 WS-AC-DELTA	      PIC S9(15)	VALUE 0.
          05 WS-AC-TRUNC-CNT	      PIC 9(6)	VALUE 0.
          05 WS-CARRY-PRESENT	      PIC X	VALUE 'N'.
          05 WS-CARRY-COUNT	      PIC 9(6)	VALUE 0.
          05 WS-CARRY-VALUE	      PIC 9(15)	VALUE 0.
          05 WS-PT-SUB	      PIC 99.
          05 WS-NOTE-COUNT	      PIC ZZZ,ZZ9.

       01 CALC-FIELDS.
          05 WS-EFF-UNIT-PRICE      PIC 999V99.
          05 QTY-IN-STK	      PIC 9(5).
          05 WS-STK-VAL	      PIC 9(13).

      * ONE FEED OR CLEAN-FILE RECORD, VALUED THE WAY THE EDIT RUN
      * VALUES IT.
       01 VALUE-RECORD.
          05 VR-CATALOG-NUMBER      PIC X(5).
          05 VR-ITEM-DESCRIPTION    PIC X(20).
          05 VR-UNIT-PRICE	      PIC 999V99.
          05 FILLER		      PIC X(6).
          05 VR-QTY-ON-HAND	      PIC 9(4).
          05 VR-QTY-ON-ORDER	      PIC 9(4).
          05 VR-REORDER-POINT	      PIC 9(4).
          05 VR-QTY-RECEIVED-WK     PIC 9(4).
          05 VR-QTY-SOLD-WK	      PIC 9(4).
          05 VR-QTY-RETURNED-WK     PIC 9(4).

       01 POINT-NAME-VALUES.
          05			      PIC X(30) VALUE
                                    'LAST WEEK S POSTED OUTPUT'.
          05			      PIC X(24) VALUE
                                    'PR1CHAIN-HIST.TXT'.
          05			      PIC X(30) VALUE
                                    'FEED - OPENING ON HAND'.
          05			      PIC X(24) VALUE 'PR1FA14.TXT'.
          05			      PIC X(30) VALUE
                                    'FEED - CLOSING STOCK'.
          05			      PIC X(24) VALUE 'PR1FA14.TXT'.
          05			      PIC X(30) VALUE
                                    'FEED CONTROL RECORD'.
          05			      PIC X(24) VALUE 'PR1FA14-CTL.TXT'.
          05			      PIC X(30) VALUE
                                    'EDIT - CLEAN FILE'.
          05			      PIC X(24) VALUE
                                    'PR1FA14-EDITED.TXT'.
          05			      PIC X(30) VALUE
                                    'EDIT - CONTROL RECORD'.
          05			      PIC X(24) VALUE
                                    'PR1FA14-EDITED-CTL.TXT'.
          05			      PIC X(30) VALUE
                                    'EDIT - REJECTS'.
          05			      PIC X(24) VALUE
                                    'PR1FA14-REJECTS.TXT'.
          05			      PIC X(30) VALUE
                                    'ANALYSIS AUDIT RECORD'.
          05			      PIC X(24) VALUE
                                    'PROGRAM1-AUDIT.TXT'.
          05			      PIC X(30) VALUE
                                    'POSTED CONTROL RECORD'.
          05			      PIC X(24) VALUE
                                    'PR1FA14-NEW-CTL.TXT'.
          05			      PIC X(30) VALUE
                                    'POSTED OUTPUT FILE'.
          05			      PIC X(24) VALUE 'PR1FA14-NEW.TXT'.

       01 POINT-NAME-TABLE REDEFINES POINT-NAME-VALUES.
          05 PN-ENTRY OCCURS 10 TIMES.
             10 PN-LABEL	      PIC X(30).
             10 PN-FILE	      PIC X(24).

       01 CHAIN-POINT-TABLE.
          05 CP-ENTRY OCCURS 10 TIMES.
             10 CP-PRESENT	      PIC X.
             10 CP-COUNT	      PIC 9(6).
             10 CP-VALUE	      PIC 9(15).
             10 CP-NOTE	      PIC X(24).

       01 LINK-FIELDS.
          05 CL-NAME		      PIC X(40).
          05 CL-FROM-PT	      PIC 99.
          05 CL-TO-PT	      PIC 99.
          05 CL-ALSO-PT	      PIC 99.
          05 CL-VALUE-RULE	      PIC X.
             88 CL-VALUE-EQUAL		VALUE 'E'.
             88 CL-VALUE-NOT-ABOVE	VALUE 'L'.
             88 CL-VALUE-NOT-CHECKED	VALUE 'N'.
          05 CL-EXPECT-COUNT	      PIC S9(7).
          05 CL-EXPECT-VALUE	      PIC S9(16).
          05 CL-COUNT-DIFF	      PIC S9(7).
          05 CL-VALUE-DIFF	      PIC S9(16).
          05 CL-RESULT	      PIC X(11).
             88 CL-IS-BREAK		VALUE 'BREAK'.
          05 CL-SKIP-NOTE	      PIC X(30).
          05 CL-VALUE-NOTE	      PIC X(30).
          05 CL-FORCE-NOTE	      PIC X(30).
          05 CL-NOTE		      PIC X(30).
          05 CL-DISP-COUNT	      PIC -ZZZ,ZZ9.
          05 CL-DISP-VALUE	      PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       01 LINK-RESULT-TABLE.
          05 LR-RESULT OCCURS 7 TIMES
				      PIC X.

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
          05			      PIC X(36) VALUE ' '.
          05			      PIC X(30) VALUE
                                    'END-TO-END CONTROL-TOTAL CHAIN'.
          05			      PIC X(41) VALUE ' '.
          05			      PIC X(5) VALUE 'PAGE '.
          05 PAGE-NO		      PIC 99 VALUE 0.

       01 RUN-LINE.
          05			      PIC X(10) VALUE ' '.
          05			      PIC X(10) VALUE 'RUN DATE: '.
          05 RN-RUN-DATE	      PIC 9999/99/99.
          05			      PIC X(5) VALUE ' '.
          05			      PIC X(24) VALUE
                                    'LAST WEEK S CHAIN RUN:  '.
          05 RN-PRIOR-DATE	      PIC 9999/99/99.

       01 POINT-HDR.
          05			      PIC X(4) VALUE 'PT'.
          05			      PIC X(32) VALUE 'CONTROL POINT'.
          05			      PIC X(26) VALUE 'FILE'.
          05			      PIC X(10) VALUE 'RECORDS'.
          05			      PIC X(21) VALUE
                                    '        STOCK VALUE'.
          05			      PIC X(4) VALUE 'NOTE'.

       01 POINT-LINE.
          05 PT-NO		      PIC Z9.
          05			      PIC X(2) VALUE ' '.
          05 PT-LABEL		      PIC X(30).
          05			      PIC X(2) VALUE ' '.
          05 PT-FILE		      PIC X(24).
          05			      PIC X(2) VALUE ' '.
          05 PT-COUNT		      PIC ZZZ,ZZ9.
          05			      PIC X(3) VALUE ' '.
          05 PT-VALUE		      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
          05			      PIC X(2) VALUE ' '.
          05 PT-NOTE		      PIC X(24).

       01 LINK-HDR.
          05			      PIC X(46) VALUE 'LINK'.
          05			      PIC X(10) VALUE 'COUNT OFF'.
          05			      PIC X(22) VALUE
                                    '         DOLLARS OFF'.
          05			      PIC X(13) VALUE 'RESULT'.
          05			      PIC X(4) VALUE 'NOTE'.

       01 LINK-LINE.
          05 LL-NO		      PIC Z9.
          05			      PIC X(2) VALUE ' '.
          05 LL-NAME		      PIC X(40).
          05			      PIC X(2) VALUE ' '.
          05 LL-COUNT-DIFF	      PIC -ZZZ,ZZ9.
          05			      PIC X(2) VALUE ' '.
          05 LL-VALUE-DIFF	      PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
          05			      PIC X(2) VALUE ' '.
          05 LL-RESULT		      PIC X(11).
          05			      PIC X(2) VALUE ' '.
          05 LL-NOTE		      PIC X(30).

       01 TOTAL-LINE.
          05			      PIC X(1) VALUE ' '.
          05 TL-LABEL		      PIC X(36).
          05 TL-COUNT		      PIC ZZZ,ZZ9.

       01 VALUE-LINE.
          05			      PIC X(1) VALUE ' '.
          05 VL-LABEL		      PIC X(36).
          05 VL-VALUE		      PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       01 MESSAGE-LINE.
          05			      PIC X(1) VALUE ' '.
          05 ML-TEXT		      PIC X(60).

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
         PERFORM 130-READ-CHAIN-HISTORY
         PERFORM 135-TALLY-FEED
         PERFORM 140-READ-FEED-CONTROL
         PERFORM 145-TALLY-EDITED-FILE
         PERFORM 147-READ-EDITED-CONTROL
         PERFORM 155-COUNT-REJECTS
         PERFORM 160-READ-LAST-AUDIT
         PERFORM 165-READ-ANALYSIS-CONTROL
         PERFORM 170-READ-NEW-CONTROL
         PERFORM 175-TALLY-NEW-FILE
         PERFORM 150-HEADING-ROUTINE
         PERFORM 200-PRINT-POINTS
         PERFORM 220-CHECK-CHAIN
         PERFORM 260-SET-CARRY-FORWARD
         PERFORM 275-PRINT-SUMMARY
         PERFORM 280-WRITE-CHAIN-HISTORY
         IF WS-BREAK-COUNT > 0
           MOVE 8 TO RETURN-CODE
           DISPLAY 'CONTROL CHAIN BROKEN AT ' WS-BREAK-COUNT
             ' LINK(S) - SEE CONTROL-CHAIN-REPORT.TXT'
         END-IF
         PERFORM 300-FINAL-ROUTINE
	   .

	   110-LOG-RUN-START.
         OPEN EXTEND RUN-LOG-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
         MOVE 'PROGRAM22' TO RL-PROGRAM
         MOVE WS-LOG-DATE TO RL-DATE
         MOVE WS-LOG-TIME TO RL-TIME
         MOVE 'S' TO RL-TYPE
         MOVE ' ' TO RL-STATUS
         MOVE ZEROS TO RL-REC-COUNT
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE
	   .

	   125-HOUSEKEEPING.
         OPEN INPUT   ITEM-MASTER-FILE
	      OUTPUT  REPORT-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-DATE
         MOVE WS-YEAR TO DL-YEAR
         MOVE WS-DAY TO DL-DAY
         MOVE WS-MONTH TO DL-MONTH
         MOVE WS-DATE-NUM TO RN-RUN-DATE
         INITIALIZE CHAIN-POINT-TABLE
         MOVE ALL 'N' TO LINK-RESULT-TABLE
	   .

      * THE LAST CHAIN RUN DATED BEFORE TODAY HOLDS LAST WEEK S
      * POSTED TOTALS. A RERUN TODAY DOES NOT REPLACE THEM.
	   130-READ-CHAIN-HISTORY.
         OPEN INPUT CHAIN-HIST-FILE
         IF WS-CHAIN-STATUS = '00'
           PERFORM UNTIL EOF-FLAG = 'Y'
             READ CHAIN-HIST-FILE
               AT END
                 MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 IF CH-RUN-DATE < WS-DATE-NUM
                    AND CH-CARRY-PRESENT = 'Y'
                   MOVE 'Y' TO CP-PRESENT(1)
                   MOVE CH-CARRY-COUNT TO CP-COUNT(1)
                   MOVE CH-CARRY-VALUE TO CP-VALUE(1)
                   MOVE CH-RUN-DATE TO WS-PRIOR-DATE
                 END-IF
             END-READ
           END-PERFORM
         END-IF
         CLOSE CHAIN-HIST-FILE
         MOVE ' ' TO EOF-FLAG
         MOVE WS-PRIOR-DATE TO RN-PRIOR-DATE
         IF CP-PRESENT(1) NOT = 'Y'
           MOVE 'NO EARLIER CHAIN RUN' TO CP-NOTE(1)
         END-IF
	   .

	   135-TALLY-FEED.
         OPEN INPUT FEED-FILE
         IF WS-FEED-STATUS = '00'
           MOVE 'Y' TO CP-PRESENT(2)
           MOVE 'Y' TO CP-PRESENT(3)
           PERFORM UNTIL EOF-FLAG = 'Y'
             READ FEED-FILE
               AT END
                 MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 ADD 1 TO CP-COUNT(2)
                 ADD 1 TO CP-COUNT(3)
                 MOVE FEED-RECORD TO VALUE-RECORD
                 PERFORM 136-VALUE-OPENING-STOCK
                 PERFORM 137-VALUE-CLOSING-STOCK
                 IF WS-RECORD-VALUED = 'Y'
                   ADD WS-STK-VAL TO CP-VALUE(3)
                 ELSE
                   ADD 1 TO WS-CLOSE-UNVALUED
                 END-IF
             END-READ
           END-PERFORM
         ELSE
           MOVE 'FILE MISSING' TO CP-NOTE(2)
           MOVE 'FILE MISSING' TO CP-NOTE(3)
         END-IF
         CLOSE FEED-FILE
         MOVE ' ' TO EOF-FLAG
         IF WS-OPEN-UNVALUED > 0
           MOVE WS-OPEN-UNVALUED TO WS-NOTE-COUNT
           STRING WS-NOTE-COUNT ' NOT VALUED' DELIMITED BY SIZE
             INTO CP-NOTE(2)
         END-IF
         IF WS-CLOSE-UNVALUED > 0
           MOVE WS-CLOSE-UNVALUED TO WS-NOTE-COUNT
           STRING WS-NOTE-COUNT ' NOT VALUED' DELIMITED BY SIZE
             INTO CP-NOTE(3)
         END-IF
	   .

      * OPENING VALUE IS THE ON HAND CARRIED IN FROM LAST WEEK AT
      * THE PRICE ON THE FEED, WHICH IS HOW THE POSTED OUTPUT WAS
      * VALUED WHEN IT WAS WRITTEN.
       136-VALUE-OPENING-STOCK.
         IF VR-UNIT-PRICE IS NUMERIC
            AND VR-QTY-ON-HAND IS NUMERIC
           MULTIPLY VR-UNIT-PRICE BY VR-QTY-ON-HAND
             GIVING WS-STK-VAL
           ADD WS-STK-VAL TO CP-VALUE(2)
         ELSE
           ADD 1 TO WS-OPEN-UNVALUED
         END-IF
	   .

      * CLOSING VALUE IS COMPUTED EXACTLY AS THE EDIT RUN COMPUTES
      * ITS CLEAN STOCK VALUE: ITEM MASTER PRICE (FEED PRICE WHEN
      * THE ITEM IS NOT ON THE MASTER) TIMES ON HAND PLUS RETURNS
      * PLUS RECEIPTS LESS SALES.
       137-VALUE-CLOSING-STOCK.
         MOVE 'N' TO WS-RECORD-VALUED
         MOVE 0 TO WS-STK-VAL
         IF VR-UNIT-PRICE IS NUMERIC
            AND VR-QTY-ON-HAND IS NUMERIC
            AND VR-QTY-RECEIVED-WK IS NUMERIC
            AND VR-QTY-SOLD-WK IS NUMERIC
            AND VR-QTY-RETURNED-WK IS NUMERIC
           MOVE 'Y' TO WS-RECORD-VALUED
           MOVE VR-UNIT-PRICE TO WS-EFF-UNIT-PRICE
           MOVE VR-CATALOG-NUMBER TO IM-CATALOG-NUMBER
           READ ITEM-MASTER-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE IM-UNIT-PRICE TO WS-EFF-UNIT-PRICE
           END-READ
           MOVE 0 TO QTY-IN-STK
           ADD VR-QTY-ON-HAND TO QTY-IN-STK
           ADD VR-QTY-RETURNED-WK TO QTY-IN-STK
           ADD VR-QTY-RECEIVED-WK TO QTY-IN-STK
           SUBTRACT VR-QTY-SOLD-WK FROM QTY-IN-STK
           MULTIPLY WS-EFF-UNIT-PRICE BY QTY-IN-STK
             GIVING WS-STK-VAL
         END-IF
	   .

	   140-READ-FEED-CONTROL.
         OPEN INPUT FEED-CONTROL-FILE
         IF WS-FEED-CTL-STATUS = '00'
           READ FEED-CONTROL-FILE
             AT END
               MOVE 'FILE EMPTY' TO CP-NOTE(4)
             NOT AT END
               MOVE 'Y' TO CP-PRESENT(4)
               MOVE CTL-REC-COUNT TO CP-COUNT(4)
               MOVE CTL-STK-VAL TO CP-VALUE(4)
           END-READ
         ELSE
           MOVE 'FILE MISSING' TO CP-NOTE(4)
         END-IF
         CLOSE FEED-CONTROL-FILE
	   .

	   145-TALLY-EDITED-FILE.
         OPEN INPUT EDITED-FILE
         IF WS-EDITED-STATUS = '00'
           MOVE 'Y' TO CP-PRESENT(5)
           PERFORM UNTIL EOF-FLAG = 'Y'
             READ EDITED-FILE
               AT END
                 MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 ADD 1 TO CP-COUNT(5)
                 MOVE EDITED-RECORD TO VALUE-RECORD
                 PERFORM 137-VALUE-CLOSING-STOCK
                 IF WS-RECORD-VALUED = 'Y'
                   ADD WS-STK-VAL TO CP-VALUE(5)
                 ELSE
                   ADD 1 TO WS-EDIT-UNVALUED
                 END-IF
             END-READ
           END-PERFORM
         ELSE
           MOVE 'FILE MISSING' TO CP-NOTE(5)
         END-IF
         CLOSE EDITED-FILE
         MOVE ' ' TO EOF-FLAG
         IF WS-EDIT-UNVALUED > 0
           MOVE WS-EDIT-UNVALUED TO WS-NOTE-COUNT
           STRING WS-NOTE-COUNT ' NOT VALUED' DELIMITED BY SIZE
             INTO CP-NOTE(5)
         END-IF
	   .

	   147-READ-EDITED-CONTROL.
         OPEN INPUT EDITED-CONTROL-FILE
         IF WS-EDITED-CTL-STATUS = '00'
           READ EDITED-CONTROL-FILE
             AT END
               MOVE 'FILE EMPTY' TO CP-NOTE(6)
             NOT AT END
               MOVE 'Y' TO CP-PRESENT(6)
               MOVE EC-REC-COUNT TO CP-COUNT(6)
               MOVE EC-STK-VAL TO CP-VALUE(6)
           END-READ
         ELSE
           MOVE 'FILE MISSING' TO CP-NOTE(6)
         END-IF
         CLOSE EDITED-CONTROL-FILE
	   .

      * REJECTED RECORDS FAILED THE NUMERIC EDITS, SO THEY ARE
      * COUNTED BUT CARRY NO STOCK VALUE.
	   155-COUNT-REJECTS.
         OPEN INPUT REJECT-FILE
         IF WS-REJECT-STATUS = '00'
           MOVE 'Y' TO CP-PRESENT(7)
           MOVE 'COUNT ONLY' TO CP-NOTE(7)
           PERFORM UNTIL EOF-FLAG = 'Y'
             READ REJECT-FILE
               AT END
                 MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 ADD 1 TO CP-COUNT(7)
             END-READ
           END-PERFORM
         ELSE
           MOVE 'FILE MISSING' TO CP-NOTE(7)
         END-IF
         CLOSE REJECT-FILE
         MOVE ' ' TO EOF-FLAG
	   .

      * THE AUDIT FILE IS APPENDED BY EVERY ANALYSIS RUN, SO THE
      * LAST RECORD IS THIS WEEK S.
	   160-READ-LAST-AUDIT.
         OPEN INPUT AUDIT-FILE
         IF WS-AUDIT-STATUS = '00'
           PERFORM UNTIL EOF-FLAG = 'Y'
             READ AUDIT-FILE
               AT END
                 MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 MOVE 'Y' TO CP-PRESENT(8)
                 MOVE AUD-REC-COUNT TO CP-COUNT(8)
                 MOVE AUD-STK-VAL TO CP-VALUE(8)
                 MOVE AUD-DATE-NUM TO WS-AUDIT-DATE
             END-READ
           END-PERFORM
         END-IF
         CLOSE AUDIT-FILE
         MOVE ' ' TO EOF-FLAG
         IF CP-PRESENT(8) = 'Y'
           STRING 'DATED ' WS-AUDIT-DATE DELIMITED BY SIZE
             INTO CP-NOTE(8)
         ELSE
           MOVE 'NO AUDIT RECORD' TO CP-NOTE(8)
         END-IF
	   .

	   165-READ-ANALYSIS-CONTROL.
         OPEN INPUT ANALYSIS-CONTROL-FILE
         IF WS-ANALYSIS-STATUS = '00'
           READ ANALYSIS-CONTROL-FILE
             AT END
               CONTINUE
             NOT AT END
               MOVE 'Y' TO WS-ANALYSIS-FOUND
               MOVE AC-RUN-DATE TO WS-AC-RUN-DATE
               MOVE AC-ADJ-DELTA TO WS-AC-DELTA
               MOVE AC-TRUNC-CNT TO WS-AC-TRUNC-CNT
               MOVE AC-POSTED TO WS-POSTED
           END-READ
         END-IF
         CLOSE ANALYSIS-CONTROL-FILE
	   .

	   170-READ-NEW-CONTROL.
         OPEN INPUT NEW-CONTROL-FILE
         IF WS-NEW-CTL-STATUS = '00'
           READ NEW-CONTROL-FILE
             AT END
               MOVE 'FILE EMPTY' TO CP-NOTE(9)
             NOT AT END
               MOVE 'Y' TO CP-PRESENT(9)
               MOVE NC-REC-COUNT TO CP-COUNT(9)
               MOVE NC-STK-VAL TO CP-VALUE(9)
           END-READ
         ELSE
           MOVE 'FILE MISSING' TO CP-NOTE(9)
         END-IF
         CLOSE NEW-CONTROL-FILE
         IF CP-PRESENT(9) = 'Y' AND NOT WEEK-WAS-POSTED
           MOVE 'NOT POSTED THIS WEEK' TO CP-NOTE(9)
         END-IF
	   .

      * THE POSTED OUTPUT IS VALUED AT ITS OWN PRICE AND ON HAND,
      * WHICH IS HOW THE ANALYSIS RUN TOTALS IT FOR ITS CONTROL
      * RECORD.
	   175-TALLY-NEW-FILE.
         OPEN INPUT NEW-DISK-FILE
         IF WS-NEW-STATUS = '00'
           MOVE 'Y' TO CP-PRESENT(10)
           PERFORM UNTIL EOF-FLAG = 'Y'
             READ NEW-DISK-FILE
               AT END
                 MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 ADD 1 TO CP-COUNT(10)
                 IF NV-UNIT-PRICE IS NUMERIC
                    AND NV-QTY-ON-HAND IS NUMERIC
                   MULTIPLY NV-UNIT-PRICE BY NV-QTY-ON-HAND
                     GIVING WS-STK-VAL
                   ADD WS-STK-VAL TO CP-VALUE(10)
                 ELSE
                   ADD 1 TO WS-NEW-UNVALUED
                 END-IF
             END-READ
           END-PERFORM
         ELSE
           MOVE 'FILE MISSING' TO CP-NOTE(10)
         END-IF
         CLOSE NEW-DISK-FILE
         MOVE ' ' TO EOF-FLAG
         IF WS-NEW-UNVALUED > 0
           MOVE WS-NEW-UNVALUED TO WS-NOTE-COUNT
           STRING WS-NOTE-COUNT ' NOT VALUED' DELIMITED BY SIZE
             INTO CP-NOTE(10)
         END-IF
         IF CP-PRESENT(10) = 'Y' AND NOT WEEK-WAS-POSTED
           MOVE 'NOT POSTED THIS WEEK' TO CP-NOTE(10)
         END-IF
	   .

	   150-HEADING-ROUTINE.
          ADD 1 TO PAGE-NO

          MOVE 1 TO PROPER-SPACING
          WRITE REPORT-RECORD FROM PAGE-HEADING-LINE
            AFTER ADVANCING PROPER-SPACING

          MOVE 2 TO PROPER-SPACING
          WRITE REPORT-RECORD FROM RUN-LINE
          	AFTER ADVANCING PROPER-SPACING
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          MOVE 4 TO WS-LINE-COUNT
	   .

       200-PRINT-POINTS.
        MOVE POINT-HDR TO REPORT-RECORD
        MOVE 2 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        MOVE 1 TO PROPER-SPACING
        PERFORM 210-PRINT-POINT-LINE
          VARYING WS-PT-SUB FROM 1 BY 1 UNTIL WS-PT-SUB > 10
	   .

       210-PRINT-POINT-LINE.
        MOVE WS-PT-SUB TO PT-NO
        MOVE PN-LABEL(WS-PT-SUB) TO PT-LABEL
        MOVE PN-FILE(WS-PT-SUB) TO PT-FILE
        MOVE CP-COUNT(WS-PT-SUB) TO PT-COUNT
        MOVE CP-VALUE(WS-PT-SUB) TO PT-VALUE
        MOVE CP-NOTE(WS-PT-SUB) TO PT-NOTE
        MOVE POINT-LINE TO REPORT-RECORD
        MOVE 1 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
	   .

      * EACH LINK NAMES THE POINT IT STARTS FROM AND THE POINT IT
      * MUST ARRIVE AT; THE EXPECTED COUNT AND VALUE AT THE ARRIVAL
      * POINT ARE SET HERE AND COMPARED IN 400-CHECK-LINK.
       220-CHECK-CHAIN.
        MOVE LINK-HDR TO REPORT-RECORD
        MOVE 3 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        MOVE SPACES TO REPORT-RECORD
        MOVE 1 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE

        MOVE 'LAST WEEK S POSTED OUTPUT TO THIS FEED'
          TO CL-NAME
        MOVE 1 TO CL-FROM-PT
        MOVE 2 TO CL-TO-PT
        MOVE 0 TO CL-ALSO-PT
        MOVE 'E' TO CL-VALUE-RULE
        MOVE CP-COUNT(1) TO CL-EXPECT-COUNT
        MOVE CP-VALUE(1) TO CL-EXPECT-VALUE
        MOVE SPACES TO CL-SKIP-NOTE CL-VALUE-NOTE CL-FORCE-NOTE
        IF CP-PRESENT(1) NOT = 'Y'
          MOVE 'NO EARLIER CHAIN RUN' TO CL-SKIP-NOTE
        END-IF
        PERFORM 400-CHECK-LINK

        MOVE 'FEED TO FEED CONTROL RECORD' TO CL-NAME
        MOVE 3 TO CL-FROM-PT
        MOVE 4 TO CL-TO-PT
        MOVE 0 TO CL-ALSO-PT
        MOVE CP-COUNT(3) TO CL-EXPECT-COUNT
        MOVE CP-VALUE(3) TO CL-EXPECT-VALUE
        MOVE SPACES TO CL-SKIP-NOTE CL-VALUE-NOTE CL-FORCE-NOTE
        IF CP-COUNT(7) = 0
          MOVE 'E' TO CL-VALUE-RULE
        ELSE
          MOVE 'N' TO CL-VALUE-RULE
          MOVE 'VALUE NOT CHECKED - REJECTS' TO CL-VALUE-NOTE
        END-IF
        PERFORM 400-CHECK-LINK

        MOVE 'FEED CONTROL TO CLEAN PLUS REJECTED' TO CL-NAME
        MOVE 4 TO CL-FROM-PT
        MOVE 5 TO CL-TO-PT
        MOVE 7 TO CL-ALSO-PT
        MOVE 'N' TO CL-VALUE-RULE
        SUBTRACT CP-COUNT(7) FROM CP-COUNT(4)
          GIVING CL-EXPECT-COUNT
        MOVE 0 TO CL-EXPECT-VALUE
        MOVE SPACES TO CL-SKIP-NOTE CL-FORCE-NOTE
        MOVE 'COUNT ONLY - REJECTS UNVALUED' TO CL-VALUE-NOTE
        PERFORM 400-CHECK-LINK

        MOVE 'CLEAN FILE TO EDITED CONTROL RECORD' TO CL-NAME
        MOVE 5 TO CL-FROM-PT
        MOVE 6 TO CL-TO-PT
        MOVE 0 TO CL-ALSO-PT
        MOVE 'E' TO CL-VALUE-RULE
        MOVE CP-COUNT(5) TO CL-EXPECT-COUNT
        MOVE CP-VALUE(5) TO CL-EXPECT-VALUE
        MOVE SPACES TO CL-SKIP-NOTE CL-VALUE-NOTE CL-FORCE-NOTE
        PERFORM 400-CHECK-LINK

        MOVE 'EDITED CONTROL TO ANALYSIS AUDIT' TO CL-NAME
        MOVE 6 TO CL-FROM-PT
        MOVE 8 TO CL-TO-PT
        MOVE 0 TO CL-ALSO-PT
        MOVE 'E' TO CL-VALUE-RULE
        MOVE CP-COUNT(6) TO CL-EXPECT-COUNT
        ADD CP-VALUE(6), WS-AC-DELTA GIVING CL-EXPECT-VALUE
        MOVE SPACES TO CL-SKIP-NOTE CL-VALUE-NOTE CL-FORCE-NOTE
        IF WS-ANALYSIS-FOUND NOT = 'Y'
          MOVE 'PR1ANALYSIS-CTL.TXT MISSING' TO CL-FORCE-NOTE
        ELSE
          IF WS-AC-RUN-DATE NOT = WS-AUDIT-DATE
            MOVE 'AUDIT NOT FROM ANALYSIS RUN'
              TO CL-FORCE-NOTE
          END-IF
        END-IF
        PERFORM 400-CHECK-LINK

        MOVE 'ANALYSIS AUDIT TO POSTED CONTROL RECORD'
          TO CL-NAME
        MOVE 8 TO CL-FROM-PT
        MOVE 9 TO CL-TO-PT
        MOVE 0 TO CL-ALSO-PT
        MOVE CP-COUNT(8) TO CL-EXPECT-COUNT
        MOVE CP-VALUE(8) TO CL-EXPECT-VALUE
        MOVE SPACES TO CL-SKIP-NOTE CL-VALUE-NOTE CL-FORCE-NOTE
        IF WS-AC-TRUNC-CNT > 0
          MOVE 'L' TO CL-VALUE-RULE
        ELSE
          MOVE 'E' TO CL-VALUE-RULE
        END-IF
        IF NOT WEEK-WAS-POSTED
          MOVE 'WEEK NOT POSTED' TO CL-SKIP-NOTE
        END-IF
        PERFORM 400-CHECK-LINK

        MOVE 'POSTED CONTROL TO POSTED OUTPUT FILE' TO CL-NAME
        MOVE 9 TO CL-FROM-PT
        MOVE 10 TO CL-TO-PT
        MOVE 0 TO CL-ALSO-PT
        MOVE 'E' TO CL-VALUE-RULE
        MOVE CP-COUNT(9) TO CL-EXPECT-COUNT
        MOVE CP-VALUE(9) TO CL-EXPECT-VALUE
        MOVE SPACES TO CL-SKIP-NOTE CL-VALUE-NOTE CL-FORCE-NOTE
        IF NOT WEEK-WAS-POSTED
          MOVE 'WEEK NOT POSTED' TO CL-SKIP-NOTE
        END-IF
        PERFORM 400-CHECK-LINK
	   .

      * LAST WEEK S POSTED TOTALS ARE CARRIED UNTIL A WEEK IS
      * POSTED AGAIN.
       260-SET-CARRY-FORWARD.
        IF WEEK-WAS-POSTED AND CP-PRESENT(10) = 'Y'
          MOVE 'Y' TO WS-CARRY-PRESENT
          MOVE CP-COUNT(10) TO WS-CARRY-COUNT
          MOVE CP-VALUE(10) TO WS-CARRY-VALUE
        ELSE
          MOVE CP-PRESENT(1) TO WS-CARRY-PRESENT
          MOVE CP-COUNT(1) TO WS-CARRY-COUNT
          MOVE CP-VALUE(1) TO WS-CARRY-VALUE
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

       275-PRINT-SUMMARY.
        MOVE 'CYCLE-COUNT DOLLAR ADJUSTMENT:      ' TO VL-LABEL
        MOVE WS-AC-DELTA TO VL-VALUE
        MOVE VALUE-LINE TO REPORT-RECORD
        MOVE 3 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        MOVE 'ON-HAND QUANTITIES CAPPED AT 9999:  ' TO TL-LABEL
        MOVE WS-AC-TRUNC-CNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        MOVE 1 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        IF WEEK-WAS-POSTED
          MOVE 'WEEK POSTED BY THE ANALYSIS RUN' TO ML-TEXT
        ELSE
          MOVE 'WEEK NOT POSTED - LAST WEEK S TOTALS CARRIED FORWARD'
            TO ML-TEXT
        END-IF
        MOVE MESSAGE-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'RECORDS CARRIED TO NEXT WEEK:       ' TO TL-LABEL
        MOVE WS-CARRY-COUNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        MOVE 2 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        MOVE 'STOCK VALUE CARRIED TO NEXT WEEK:   ' TO VL-LABEL
        MOVE WS-CARRY-VALUE TO VL-VALUE
        MOVE VALUE-LINE TO REPORT-RECORD
        MOVE 1 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        MOVE 'LINKS BROKEN:                       ' TO TL-LABEL
        MOVE WS-BREAK-COUNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        MOVE 2 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        IF WS-BREAK-COUNT = 0
          MOVE 'CONTROL CHAIN BALANCED' TO ML-TEXT
        ELSE
          MOVE 'CONTROL CHAIN BROKEN - SEE LINKS MARKED BREAK'
            TO ML-TEXT
        END-IF
        MOVE MESSAGE-LINE TO REPORT-RECORD
        MOVE 1 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
	   .

       280-WRITE-CHAIN-HISTORY.
         OPEN EXTEND CHAIN-HIST-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
         MOVE WS-DATE-NUM TO CH-RUN-DATE
         MOVE WS-LOG-TIME TO CH-RUN-TIME
         IF WS-BREAK-COUNT = 0
           MOVE 'B' TO CH-STATUS
         ELSE
           MOVE 'X' TO CH-STATUS
         END-IF
         MOVE WS-BREAK-COUNT TO CH-BREAK-COUNT
         MOVE WS-POSTED TO CH-POSTED
         MOVE WS-CARRY-PRESENT TO CH-CARRY-PRESENT
         MOVE WS-CARRY-COUNT TO CH-CARRY-COUNT
         MOVE WS-CARRY-VALUE TO CH-CARRY-VALUE
         PERFORM 285-MOVE-HISTORY-POINT
           VARYING WS-PT-SUB FROM 1 BY 1 UNTIL WS-PT-SUB > 10
         MOVE LINK-RESULT-TABLE TO CH-LINK-RESULTS
         WRITE CHAIN-HIST-RECORD
         CLOSE CHAIN-HIST-FILE
	   .

       285-MOVE-HISTORY-POINT.
         IF CP-PRESENT(WS-PT-SUB) = 'Y'
           MOVE 'Y' TO CH-PT-PRESENT(WS-PT-SUB)
         ELSE
           MOVE 'N' TO CH-PT-PRESENT(WS-PT-SUB)
         END-IF
         MOVE CP-COUNT(WS-PT-SUB) TO CH-PT-COUNT(WS-PT-SUB)
         MOVE CP-VALUE(WS-PT-SUB) TO CH-PT-VALUE(WS-PT-SUB)
	   .

       300-FINAL-ROUTINE.
		CLOSE ITEM-MASTER-FILE
              REPORT-FILE
		PERFORM 310-LOG-RUN-END
		STOP RUN
	   .

       310-LOG-RUN-END.
         OPEN EXTEND RUN-LOG-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
         MOVE 'PROGRAM22' TO RL-PROGRAM
         MOVE WS-LOG-DATE TO RL-DATE
         MOVE WS-LOG-TIME TO RL-TIME
         MOVE 'E' TO RL-TYPE
         MOVE 'C' TO RL-STATUS
         MOVE CP-COUNT(2) TO RL-REC-COUNT
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE
	   .

      * A LINK WHOSE POINTS ARE NOT ALL ON HAND IS A BREAK. OTHERWISE
      * THE ARRIVAL POINT MUST MATCH THE EXPECTED COUNT, AND THE
      * EXPECTED VALUE UNDER THE LINK S VALUE RULE.
       400-CHECK-LINK.
         ADD 1 TO WS-LINK-NO
         MOVE SPACES TO CL-RESULT
         MOVE SPACES TO CL-NOTE
         MOVE 0 TO CL-COUNT-DIFF
         MOVE 0 TO CL-VALUE-DIFF
         IF CL-SKIP-NOTE NOT = SPACES
           MOVE 'NOT CHECKED' TO CL-RESULT
           MOVE CL-SKIP-NOTE TO CL-NOTE
           MOVE 'N' TO LR-RESULT(WS-LINK-NO)
         ELSE
           PERFORM 405-COMPARE-LINK
         END-IF
         PERFORM 410-PRINT-LINK
	   .

       405-COMPARE-LINK.
         SUBTRACT CL-EXPECT-COUNT FROM CP-COUNT(CL-TO-PT)
           GIVING CL-COUNT-DIFF
         IF CL-VALUE-NOT-CHECKED
           MOVE CL-VALUE-NOTE TO CL-NOTE
         ELSE
           SUBTRACT CL-EXPECT-VALUE FROM CP-VALUE(CL-TO-PT)
             GIVING CL-VALUE-DIFF
         END-IF
         MOVE 'BALANCED' TO CL-RESULT
         IF CL-COUNT-DIFF NOT = 0
           MOVE 'BREAK' TO CL-RESULT
         END-IF
         IF CL-VALUE-EQUAL AND CL-VALUE-DIFF NOT = 0
           MOVE 'BREAK' TO CL-RESULT
         END-IF
         IF CL-VALUE-NOT-ABOVE
           IF CL-VALUE-DIFF > 0
             MOVE 'BREAK' TO CL-RESULT
           ELSE
             IF CL-VALUE-DIFF < 0
               MOVE 'LOWER BY 9999 ON-HAND CAP' TO CL-NOTE
             END-IF
           END-IF
         END-IF
         IF CL-FORCE-NOTE NOT = SPACES
           MOVE 'BREAK' TO CL-RESULT
           MOVE CL-FORCE-NOTE TO CL-NOTE
         END-IF
         PERFORM 407-CHECK-POINTS-PRESENT
         IF CL-IS-BREAK
           MOVE 'X' TO LR-RESULT(WS-LINK-NO)
           ADD 1 TO WS-BREAK-COUNT
           MOVE CL-COUNT-DIFF TO CL-DISP-COUNT
           MOVE CL-VALUE-DIFF TO CL-DISP-VALUE
           DISPLAY 'CONTROL CHAIN BREAK: ' CL-NAME
           DISPLAY '  RECORDS OFF BY ' CL-DISP-COUNT
             '  DOLLARS OFF BY ' CL-DISP-VALUE
           IF CL-NOTE NOT = SPACES
             DISPLAY '  ' CL-NOTE
           END-IF
         ELSE
           MOVE 'B' TO LR-RESULT(WS-LINK-NO)
         END-IF
	   .

       407-CHECK-POINTS-PRESENT.
         IF CP-PRESENT(CL-FROM-PT) NOT = 'Y'
           MOVE 'BREAK' TO CL-RESULT
           MOVE SPACES TO CL-NOTE
           STRING 'POINT ' CL-FROM-PT ' NOT AVAILABLE'
             DELIMITED BY SIZE INTO CL-NOTE
         END-IF
         IF CP-PRESENT(CL-TO-PT) NOT = 'Y'
           MOVE 'BREAK' TO CL-RESULT
           MOVE SPACES TO CL-NOTE
           STRING 'POINT ' CL-TO-PT ' NOT AVAILABLE'
             DELIMITED BY SIZE INTO CL-NOTE
         END-IF
         IF CL-ALSO-PT > 0
           IF CP-PRESENT(CL-ALSO-PT) NOT = 'Y'
             MOVE 'BREAK' TO CL-RESULT
             MOVE SPACES TO CL-NOTE
             STRING 'POINT ' CL-ALSO-PT ' NOT AVAILABLE'
               DELIMITED BY SIZE INTO CL-NOTE
           END-IF
         END-IF
	   .

       410-PRINT-LINK.
         MOVE WS-LINK-NO TO LL-NO
         MOVE CL-NAME TO LL-NAME
         MOVE CL-COUNT-DIFF TO LL-COUNT-DIFF
         MOVE CL-VALUE-DIFF TO LL-VALUE-DIFF
         MOVE CL-RESULT TO LL-RESULT
         MOVE CL-NOTE TO LL-NOTE
         MOVE LINK-LINE TO REPORT-RECORD
         MOVE 1 TO PROPER-SPACING
         PERFORM 250-WRITE-A-LINE
	   .
