      *  PROGRAM1, PROGRAM12 REQUIRE PROGRAM11 (EXTRACT EDIT)
      *   COMPLETED TODAY - THE CYCLE COUNTS MUST POST BEFORE THE
      *   WEEK-END POSTING RUN, NOT AFTER IT
      *  PROGRAM6, PROGRAM7, PROGRAM10, PROGRAM13, PROGRAM17,
      *   PROGRAM22 REQUIRE PROGRAM1 COMPLETED TODAY
      *  PROGRAM8, PROGRAM9, PROGRAM15 REQUIRE PROGRAM4 COMPLETED
      *   TODAY AND A PR4MERGE-CTL.TXT STAMP DATED TODAY
      *  PROGRAM16 REQUIRES PROGRAM4 COMPLETED TODAY (IT READS THE
      *   PAYABLES EXTRACT, NOT THE MERGED FILE)
      ****************************************************************
      * RESTORES:
      *  WHEN THE RESTORE RUN (PROGRAM29) IS ON THE LOG, A LINE UNDER
      *  THE STATUS LINES SHOWS WHEN IT LAST RAN, WHETHER IT
      *  COMPLETED, THE RECORDS RESTORED, AND HOW MANY STEPS HAVE
      *  STARTED SINCE, SO A RERUN CAN BE SEEN TO FOLLOW THE RESTORE
      ****************************************************************
      * MODIFICATION HISTORY:
      *  2026-10-15  KAD  LAST RESTORE RUN AND THE STEPS STARTED
      *                   SINCE IT PRINTED UNDER THE STATUS LINES
      *  2026-10-15  KAD  PROGRAM22 (CONTROL-TOTAL CHAIN) ADDED TO
      *                   THE PROGRAM1 PREREQUISITE GROUP
      *  2026-09-02  KAD  PROGRAM12 NOW REQUIRES PROGRAM11 INSTEAD
      *                   OF PROGRAM1: THE CYCLE-COUNT RUN FEEDS
      *                   THE WEEK-END POSTING, SO GATING IT ON
          05 WS-NOGO-REASON	      PIC X(40).
          05 WS-MERGE-DATE	      PIC 9(8)	VALUE 0.
          05 WS-MERGE-CHOICE	      PIC X(4)	VALUE ' '.
          05 WS-RESTORE-STAMP	      PIC 9(14)	VALUE 0.
          05 WS-START-STAMP	      PIC 9(14)	VALUE 0.
          05 WS-STEPS-SINCE	      PIC 9(2)	VALUE 0.

       01 TOTAL-FIELDS.
          05 WS-LOG-REC-COUNT	      PIC 9(6)	VALUE 0.
          05			      PIC X(34) VALUE
                          'MERGED FILE: NO BUILD STAMP FOUND '.

       01 RESTORE-LINE.
          05			      PIC X(1) VALUE ' '.
          05			      PIC X(18) VALUE
                                    'LAST RESTORE RUN: '.
          05 RS-MONTH		      PIC 99.
          05			      PIC X VALUE '/'.
          05 RS-DAY		      PIC 99.
          05			      PIC X VALUE '/'.
          05 RS-YEAR		      PIC 9(4).
          05			      PIC X VALUE ' '.
          05 RS-HOUR		      PIC 99.
          05			      PIC X VALUE ':'.
          05 RS-MIN		      PIC 99.
          05			      PIC X(2) VALUE ' '.
          05 RS-STATUS	      PIC X(16).
          05			      PIC X(11) VALUE '  RECORDS: '.
          05 RS-REC-COUNT	      PIC ZZZ,ZZ9.
          05			      PIC X(23) VALUE
                                    '  STEPS STARTED SINCE: '.
          05 RS-STEPS-SINCE	      PIC Z9.

       01 GUARD-RESULT-LINE.
          05			      PIC X(1) VALUE ' '.
          05			      PIC X(14) VALUE
         PERFORM 175-READ-RUN-LOG
         PERFORM 200-PRINT-STATUS-LINES
         PERFORM 220-PRINT-MERGE-STAMP
         PERFORM 225-PRINT-RESTORE-NOTICE
         PERFORM 230-CHECK-GUARDED-STEP
         PERFORM 275-PRINT-TOTALS
         PERFORM 300-FINAL-ROUTINE
	   PERFORM 250-WRITE-A-LINE
	   .

       225-PRINT-RESTORE-NOTICE.
	   IF WS-PROG-COUNT > 0
	     SET FIND-INDEX TO 1
	     SEARCH ST-ENTRY VARYING FIND-INDEX
	       AT END
	         CONTINUE
	       WHEN ST-PROGRAM(FIND-INDEX) = 'PROGRAM29'
	         PERFORM 227-PRINT-RESTORE-LINE
	     END-SEARCH
	   END-IF
	   .

      * A RESTORE THAT DID NOT COMPLETE IS SHOWN BY ITS START. EVERY
      * OTHER STEP STARTED AFTER THE RESTORE COUNTS AS RUN SINCE.
       227-PRINT-RESTORE-LINE.
	   SET ST-INDEX TO FIND-INDEX
	   PERFORM 218-TEST-COMPLETED
	   IF WS-PREREQ-OK = 'Y'
	     MOVE ST-END-DATE(ST-INDEX) TO WS-EDIT-DATE
	     MOVE ST-END-TIME(ST-INDEX) TO WS-EDIT-TIME
	     COMPUTE WS-RESTORE-STAMP =
	             ST-END-DATE(ST-INDEX) * 1000000
	           + ST-END-TIME(ST-INDEX)
	     MOVE 'COMPLETED' TO RS-STATUS
	     MOVE ST-REC-COUNT(ST-INDEX) TO RS-REC-COUNT
	   ELSE
	     MOVE ST-START-DATE(ST-INDEX) TO WS-EDIT-DATE
	     MOVE ST-START-TIME(ST-INDEX) TO WS-EDIT-TIME
	     COMPUTE WS-RESTORE-STAMP =
	             ST-START-DATE(ST-INDEX) * 1000000
	           + ST-START-TIME(ST-INDEX)
	     MOVE 'DID NOT COMPLETE' TO RS-STATUS
	     MOVE 0 TO RS-REC-COUNT
	   END-IF
	   MOVE WS-ED-MONTH TO RS-MONTH
	   MOVE WS-ED-DAY TO RS-DAY
	   MOVE WS-ED-YEAR TO RS-YEAR
	   MOVE WS-ET-HOUR TO RS-HOUR
	   MOVE WS-ET-MIN TO RS-MIN
	   MOVE 0 TO WS-STEPS-SINCE
	   PERFORM VARYING ST-INDEX FROM 1 BY 1
	         UNTIL ST-INDEX > WS-PROG-COUNT
	     COMPUTE WS-START-STAMP = ST-START-DATE(ST-INDEX) * 1000000
	                            + ST-START-TIME(ST-INDEX)
	     IF ST-PROGRAM(ST-INDEX) NOT = 'PROGRAM29'
	        AND WS-START-STAMP > WS-RESTORE-STAMP
	       ADD 1 TO WS-STEPS-SINCE
	     END-IF
	   END-PERFORM
	   MOVE WS-STEPS-SINCE TO RS-STEPS-SINCE
	   MOVE RESTORE-LINE TO REPORT-RECORD
	   MOVE 2 TO PROPER-SPACING
	   PERFORM 250-WRITE-A-LINE
	   .

       230-CHECK-GUARDED-STEP.
	   IF WS-GUARD-FOUND = 'Y'
	     PERFORM 235-EVALUATE-GUARD
	     WHEN 'PROGRAM10'
	     WHEN 'PROGRAM13'
	     WHEN 'PROGRAM17'
	     WHEN 'PROGRAM22'
	       MOVE 'PROGRAM1 ' TO WS-PREREQ-NAME
	     WHEN 'PROGRAM8 '
	     WHEN 'PROGRAM9 '
