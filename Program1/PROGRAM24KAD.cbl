       IDENTIFICATION DIVISION.
       PROGRAM-ID.	  PROGRAM24.
       AUTHOR.			  DAYE.
      *************************COMMENT SECTION************************
      * DESCRIPTION:
      *  THIS PROGRAM PRINTS THE BATCH APPROVALS LEDGER FOR THE
      *  AUDITORS. EVERY HAND-KEYED APPROVAL FILE (PO RELEASES,
      *  REORDER-POINT CHANGES, CYCLE COUNTS, TRANSFER APPROVALS AND
      *  REJECT CORRECTIONS) CARRIES A BATCH HEADER WITH THE
      *  APPROVER ID, BATCH DATE AND BATCH NUMBER, AND A TRAILER
      *  WITH THE RECORD COUNT AND HASH TOTAL. WHEN THE POSTING RUN
      *  ACCEPTS AND APPLIES A BATCH IT APPENDS ONE RECORD TO
      *  APPROVALS.TXT. THIS PROGRAM LISTS THOSE RECORDS IN THE
      *  ORDER THEY WERE APPLIED, THEN SUMMARIZES THE BATCHES AND
      *  RECORDS APPLIED FOR EACH BATCH FILE WITH THE DATE OF THE
      *  LAST ONE. REFUSED BATCHES ARE NEVER ON THE LEDGER; THEY
      *  ARE SHOWN ON THE POSTING RUN S OWN REPORT.
      ****************************************************************
      * INPUT FILES:
      *  APPROVALS.TXT (OPTIONAL) - ONE RECORD PER BATCH APPLIED:
      *   BATCH FILE NAME, BATCH NUMBER, BATCH DATE, APPROVER ID,
      *   RECORD COUNT, HASH TOTAL, POSTING PROGRAM, DATE AND TIME
      *   APPLIED
      ****************************************************************
      * OUTPUT FILES:
      *  APPROVALS-LEDGER-REPORT.TXT - ONE LINE PER BATCH APPLIED,
      *   THE SUMMARY BY BATCH FILE, AND TOTALS
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
       SELECT OPTIONAL APPROVAL-FILE
	     ASSIGN TO "APPROVALS.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-APPROVAL-STATUS.
      *
       SELECT REPORT-FILE
	     ASSIGN TO "APPROVALS-LEDGER-REPORT.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT RUN-LOG-FILE
	     ASSIGN TO "RUNLOG.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.

       FILE SECTION.

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
          05 AP-EOF-FLAG	      PIC X	VALUE ' '.
          05 WS-APPROVAL-STATUS     PIC XX.

       01 TOTAL-FIELDS.
          05 WS-BATCH-CNT	      PIC 9(6)	VALUE 0.
          05 WS-TOT-RECORDS	      PIC 9(9)	VALUE 0.
          05 WS-NO-APPROVER-CNT     PIC 9(6)	VALUE 0.
          05 WS-TABLE-FULL-CNT      PIC 9(6)	VALUE 0.

       01 CALC-FIELDS.
          05 WS-TIME-HOLD	      PIC 9(6).
          05 WS-TIME-PARTS REDEFINES WS-TIME-HOLD.
             10 WS-TIME-HH	      PIC 99.
             10 WS-TIME-MM	      PIC 99.
             10 WS-TIME-SS	      PIC 99.

       01 BATCH-FILE-TABLE.
          05 WS-FILE-COUNT	      PIC 9(3)	VALUE 0.
          05 FT-ENTRY OCCURS 1 TO 50 TIMES
                DEPENDING ON WS-FILE-COUNT
                INDEXED BY FT-INDEX.
             10 FT-FILE-NAME	      PIC X(16).
             10 FT-PROGRAM	      PIC X(9).
             10 FT-BATCHES	      PIC 9(6).
             10 FT-RECORDS	      PIC 9(9).
             10 FT-LAST-APPLIED     PIC 9(8).

       01 WS-DATE.
          05 WS-YEAR		      PIC 9(4).
          05 WS-MONTH		      PIC 99.
          05 WS-DAY		      PIC 99.

       01 PAGE-HEADING-LINE.
          05 DL-MONTH		      PIC 99.
          05			      PIC X VALUE '/'.
          05 DL-DAY		      PIC 99.
          05			      PIC X VALUE '/'.
          05 DL-YEAR		      PIC 9(4).
          05			      PIC X(5) VALUE ' '.
          05			      PIC X(3) VALUE 'KAD'.
          05			      PIC X(34) VALUE ' '.
          05			      PIC X(22) VALUE
                                    'BATCH APPROVALS LEDGER'.
          05			      PIC X(51) VALUE ' '.
          05			      PIC X(5) VALUE 'PAGE '.
          05 PAGE-NO		      PIC 99 VALUE 0.

       01 COLUMN-HDR-1.
          05			      PIC X(7) VALUE 'APPLIED'.
          05			      PIC X(5) VALUE ' '.
          05			      PIC X(7) VALUE 'APPLIED'.
          05			      PIC X(3) VALUE ' '.
          05			      PIC X(7) VALUE 'POSTING'.
          05			      PIC X(4) VALUE ' '.
          05			      PIC X(10) VALUE 'BATCH FILE'.
          05			      PIC X(8) VALUE ' '.
          05			      PIC X(5) VALUE 'BATCH'.
          05			      PIC X(4) VALUE ' '.
          05			      PIC X(5) VALUE 'BATCH'.
          05			      PIC X(7) VALUE ' '.
          05			      PIC X(8) VALUE 'APPROVER'.
          05			      PIC X(3) VALUE ' '.
          05			      PIC X(7) VALUE 'RECORDS'.
          05			      PIC X(4) VALUE ' '.
          05			      PIC X(10) VALUE 'HASH TOTAL'.

       01 COLUMN-HDR-2.
          05			      PIC X(4) VALUE 'DATE'.
          05			      PIC X(8) VALUE ' '.
          05			      PIC X(4) VALUE 'TIME'.
          05			      PIC X(6) VALUE ' '.
          05			      PIC X(7) VALUE 'PROGRAM'.
          05			      PIC X(4) VALUE ' '.
          05			      PIC X(4) VALUE 'NAME'.
          05			      PIC X(14) VALUE ' '.
          05			      PIC X(6) VALUE 'NUMBER'.
          05			      PIC X(3) VALUE ' '.
          05			      PIC X(4) VALUE 'DATE'.
          05			      PIC X(8) VALUE ' '.
          05			      PIC X(2) VALUE 'ID'.

       01 DETAIL-LINE.
          05 DL-APPLIED-DATE	      PIC 9999/99/99.
          05			      PIC X(2) VALUE ' '.
          05 DL-APPLIED-HH	      PIC 99.
          05			      PIC X VALUE ':'.
          05 DL-APPLIED-MM	      PIC 99.
          05			      PIC X VALUE ':'.
          05 DL-APPLIED-SS	      PIC 99.
          05			      PIC X(2) VALUE ' '.
          05 DL-PROGRAM		      PIC X(9).
          05			      PIC X(2) VALUE ' '.
          05 DL-FILE-NAME	      PIC X(16).
          05			      PIC X(2) VALUE ' '.
          05 DL-BATCH-NUMBER	      PIC 9(6).
          05			      PIC X(3) VALUE ' '.
          05 DL-BATCH-DATE	      PIC 9999/99/99.
          05			      PIC X(2) VALUE ' '.
          05 DL-APPROVER-ID	      PIC X(8).
          05			      PIC X(3) VALUE ' '.
          05 DL-RECORD-COUNT	      PIC ZZZ,ZZ9.
          05			      PIC X(3) VALUE ' '.
          05 DL-HASH-TOTAL	      PIC ZZZ,ZZZ,ZZ9.

       01 FILE-SUMMARY-HDR.
          05			      PIC X(1) VALUE ' '.
          05			      PIC X(21) VALUE
                                    'SUMMARY BY BATCH FILE'.

       01 FILE-SUMMARY-COLS.
          05			      PIC X(1) VALUE ' '.
          05			      PIC X(10) VALUE 'BATCH FILE'.
          05			      PIC X(9) VALUE ' '.
          05			      PIC X(7) VALUE 'POSTING'.
          05			      PIC X(6) VALUE ' '.
          05			      PIC X(7) VALUE 'BATCHES'.
          05			      PIC X(6) VALUE ' '.
          05			      PIC X(7) VALUE 'RECORDS'.
          05			      PIC X(5) VALUE ' '.
          05			      PIC X(12) VALUE 'LAST APPLIED'.

       01 FILE-SUMMARY-LINE.
          05			      PIC X(1) VALUE ' '.
          05 FS-FILE-NAME	      PIC X(16).
          05			      PIC X(3) VALUE ' '.
          05 FS-PROGRAM		      PIC X(9).
          05			      PIC X(4) VALUE ' '.
          05 FS-BATCHES		      PIC ZZZ,ZZ9.
          05			      PIC X(3) VALUE ' '.
          05 FS-RECORDS		      PIC ZZZ,ZZZ,ZZ9.
          05			      PIC X(3) VALUE ' '.
          05 FS-LAST-APPLIED	      PIC 9999/99/99.

       01 TOTAL-LINE.
          05			      PIC X(1) VALUE ' '.
          05 TL-LABEL		      PIC X(28).
          05 TL-COUNT		      PIC ZZZ,ZZZ,ZZ9.

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
         PERFORM 175-READ-APPROVALS
         PERFORM 270-PRINT-FILE-SUMMARY
         PERFORM 275-PRINT-TOTALS
         PERFORM 300-FINAL-ROUTINE
	   .

	   110-LOG-RUN-START.
         OPEN EXTEND RUN-LOG-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
         MOVE 'PROGRAM24' TO RL-PROGRAM
         MOVE WS-LOG-DATE TO RL-DATE
         MOVE WS-LOG-TIME TO RL-TIME
         MOVE 'S' TO RL-TYPE
         MOVE ' ' TO RL-STATUS
         MOVE ZEROS TO RL-REC-COUNT
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE
	   .

	   125-HOUSEKEEPING.
         OPEN OUTPUT  REPORT-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-DATE
         MOVE WS-YEAR TO DL-YEAR
         MOVE WS-DAY TO DL-DAY
         MOVE WS-MONTH TO DL-MONTH
         PERFORM 150-HEADING-ROUTINE
	   .

	   150-HEADING-ROUTINE.
          ADD 1 TO PAGE-NO

          MOVE 1 TO PROPER-SPACING
          WRITE REPORT-RECORD FROM PAGE-HEADING-LINE
            AFTER ADVANCING PROPER-SPACING

          MOVE 2 TO PROPER-SPACING
          WRITE REPORT-RECORD FROM COLUMN-HDR-1
          	AFTER ADVANCING PROPER-SPACING
          MOVE 1 TO PROPER-SPACING
          WRITE REPORT-RECORD FROM COLUMN-HDR-2
          	AFTER ADVANCING PROPER-SPACING
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          MOVE 6 TO WS-LINE-COUNT
	   .

      * THE LEDGER IS OPTIONAL SO THAT THE LISTING STILL PRINTS,
      * WITH ZERO TOTALS, BEFORE THE FIRST BATCH HAS BEEN APPLIED.
	   175-READ-APPROVALS.
         OPEN INPUT APPROVAL-FILE
         IF WS-APPROVAL-STATUS = '00'
           PERFORM UNTIL AP-EOF-FLAG = 'Y'
             READ APPROVAL-FILE
               AT END
                 MOVE 'Y' TO AP-EOF-FLAG
               NOT AT END
                 PERFORM 200-PROCESS-APPROVAL
             END-READ
           END-PERFORM
         END-IF
         CLOSE APPROVAL-FILE
	   .

       200-PROCESS-APPROVAL.
	   ADD 1 TO WS-BATCH-CNT
	   IF AP-RECORD-COUNT IS NUMERIC
	     ADD AP-RECORD-COUNT TO WS-TOT-RECORDS
	   END-IF
	   IF AP-APPROVER-ID = SPACES
	     ADD 1 TO WS-NO-APPROVER-CNT
	   END-IF
	   PERFORM 230-FIND-BATCH-FILE
	   IF FT-INDEX <= WS-FILE-COUNT
	     ADD 1 TO FT-BATCHES(FT-INDEX)
	     IF AP-RECORD-COUNT IS NUMERIC
	       ADD AP-RECORD-COUNT TO FT-RECORDS(FT-INDEX)
	     END-IF
	     IF AP-APPLIED-DATE IS NUMERIC AND
	        AP-APPLIED-DATE > FT-LAST-APPLIED(FT-INDEX)
	       MOVE AP-APPLIED-DATE TO FT-LAST-APPLIED(FT-INDEX)
	     END-IF
	   END-IF
	   PERFORM 240-PRINT-APPROVAL
	   .

      * ON RETURN FT-INDEX POINTS AT THE BATCH FILE S ENTRY, OR PAST
      * THE END OF THE TABLE WHEN THE TABLE IS FULL.
       230-FIND-BATCH-FILE.
	   IF WS-FILE-COUNT = 0
	     PERFORM 235-ADD-BATCH-FILE
	   ELSE
	     SET FT-INDEX TO 1
	     SEARCH FT-ENTRY
	       AT END
	         PERFORM 235-ADD-BATCH-FILE
	       WHEN FT-FILE-NAME(FT-INDEX) = AP-FILE-NAME
	         CONTINUE
	     END-SEARCH
	   END-IF
	   .

       235-ADD-BATCH-FILE.
	   IF WS-FILE-COUNT < 50
	     ADD 1 TO WS-FILE-COUNT
	     SET FT-INDEX TO WS-FILE-COUNT
	     MOVE AP-FILE-NAME TO FT-FILE-NAME(FT-INDEX)
	     MOVE AP-PROGRAM TO FT-PROGRAM(FT-INDEX)
	     MOVE ZEROS TO FT-BATCHES(FT-INDEX)
	                   FT-RECORDS(FT-INDEX)
	                   FT-LAST-APPLIED(FT-INDEX)
	   ELSE
	     ADD 1 TO WS-TABLE-FULL-CNT
	     SET FT-INDEX TO WS-FILE-COUNT
	     SET FT-INDEX UP BY 1
	   END-IF
	   .

       240-PRINT-APPROVAL.
         MOVE AP-APPLIED-DATE TO DL-APPLIED-DATE
         MOVE AP-APPLIED-TIME TO WS-TIME-HOLD
         MOVE WS-TIME-HH TO DL-APPLIED-HH
         MOVE WS-TIME-MM TO DL-APPLIED-MM
         MOVE WS-TIME-SS TO DL-APPLIED-SS
         MOVE AP-PROGRAM TO DL-PROGRAM
         MOVE AP-FILE-NAME TO DL-FILE-NAME
         MOVE AP-BATCH-NUMBER TO DL-BATCH-NUMBER
         MOVE AP-BATCH-DATE TO DL-BATCH-DATE
         MOVE AP-APPROVER-ID TO DL-APPROVER-ID
         MOVE AP-RECORD-COUNT TO DL-RECORD-COUNT
         MOVE AP-HASH-TOTAL TO DL-HASH-TOTAL
         MOVE DETAIL-LINE TO REPORT-RECORD
         MOVE 1 TO PROPER-SPACING
         PERFORM 250-WRITE-A-LINE
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

       270-PRINT-FILE-SUMMARY.
        MOVE FILE-SUMMARY-HDR TO REPORT-RECORD
        MOVE 3 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        MOVE FILE-SUMMARY-COLS TO REPORT-RECORD
        MOVE 2 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        MOVE 1 TO PROPER-SPACING
        PERFORM VARYING FT-INDEX FROM 1 BY 1
                UNTIL FT-INDEX > WS-FILE-COUNT
          MOVE FT-FILE-NAME(FT-INDEX) TO FS-FILE-NAME
          MOVE FT-PROGRAM(FT-INDEX) TO FS-PROGRAM
          MOVE FT-BATCHES(FT-INDEX) TO FS-BATCHES
          MOVE FT-RECORDS(FT-INDEX) TO FS-RECORDS
          MOVE FT-LAST-APPLIED(FT-INDEX) TO FS-LAST-APPLIED
          MOVE FILE-SUMMARY-LINE TO REPORT-RECORD
          PERFORM 250-WRITE-A-LINE
        END-PERFORM
	   .

       275-PRINT-TOTALS.
        MOVE 'BATCHES ON LEDGER:          ' TO TL-LABEL
        MOVE WS-BATCH-CNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        MOVE 3 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        MOVE 'RECORDS APPLIED:            ' TO TL-LABEL
        MOVE WS-TOT-RECORDS TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        MOVE 1 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        MOVE 'BATCH FILES:                ' TO TL-LABEL
        MOVE WS-FILE-COUNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        IF WS-NO-APPROVER-CNT > 0
          MOVE 'BATCHES WITH NO APPROVER ID:' TO TL-LABEL
          MOVE WS-NO-APPROVER-CNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 250-WRITE-A-LINE
        END-IF
        IF WS-TABLE-FULL-CNT > 0
          MOVE 'TABLE FULL - NOT SUMMARIZED:' TO TL-LABEL
          MOVE WS-TABLE-FULL-CNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 250-WRITE-A-LINE
        END-IF
	   .

       300-FINAL-ROUTINE.
		CLOSE REPORT-FILE
		PERFORM 310-LOG-RUN-END
		STOP RUN
	   .

       310-LOG-RUN-END.
         OPEN EXTEND RUN-LOG-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
         MOVE 'PROGRAM24' TO RL-PROGRAM
         MOVE WS-LOG-DATE TO RL-DATE
         MOVE WS-LOG-TIME TO RL-TIME
         MOVE 'E' TO RL-TYPE
         MOVE 'C' TO RL-STATUS
         MOVE WS-BATCH-CNT TO RL-REC-COUNT
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE
	   .
