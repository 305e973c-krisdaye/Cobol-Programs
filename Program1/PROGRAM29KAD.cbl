       IDENTIFICATION DIVISION.
       PROGRAM-ID.	  PROGRAM29.
       AUTHOR.			  DAYE.
      *************************COMMENT SECTION************************
      * DESCRIPTION:
      *  THIS PROGRAM RESTORES THE WEEKLY STREAM S KEY FILES FROM
      *  THE DATED GENERATIONS THE NIGHTLY BACKUP STEP SAVES. THE
      *  CONTROL RECORD GIVES THE AS-OF DATE AND EITHER ONE FILE
      *  NAME OR ALL FOR THE WHOLE SET. FOR EACH FILE THE NEWEST
      *  GENERATION ON THE BACKUP CATALOG DATED ON OR BEFORE THE
      *  AS-OF DATE IS USED. SINCE THE BACKUP RUNS AT THE START OF
      *  THE NIGHT, THAT IS THE FILE AS IT STOOD BEFORE THAT NIGHT S
      *  STREAM RAN.
      *  BEFORE ANYTHING IS OVERWRITTEN EVERY GENERATION NEEDED IS
      *  READ AND ITS RECORD COUNT CHECKED AGAINST THE CATALOG. IF
      *  ANY GENERATION IS MISSING OR DOES NOT AGREE, NOTHING IS
      *  RESTORED. AFTER THE RESTORE THE RECORDS WRITTEN TO EACH
      *  FILE ARE CHECKED AGAINST THE CATALOG AGAIN.
      *  A SUCCESSFUL RESTORE WRITES ITS START AND END RECORDS TO
      *  RUNLOG.TXT, SO THE BATCH STATUS REPORT SHOWS WHEN FILES WERE
      *  RESTORED AHEAD OF THE STREAM BEING RERUN. A REFUSED OR
      *  FAILED RESTORE WRITES NO END RECORD, SETS RETURN CODE 8, AND
      *  SHOWS ON THE STATUS REPORT AS INCOMPLETE.
      ****************************************************************
      * INPUT FILES:
      *  PR1RESTORE-CTL.TXT - AS-OF DATE (YYYYMMDD) AND FILE NAME;
      *   A BLANK FILE NAME OR ALL RESTORES THE WHOLE SET
      *  PR1BKUP-CATALOG.TXT (OPTIONAL) - THE BACKUP CATALOG: BACKUP
      *   DATE AND TIME, FILE NAME, GENERATION NAME, RECORD COUNT
      *  <FILE>-BKUP-YYYYMMDD.TXT - THE GENERATIONS RESTORED FROM
      ****************************************************************
      * OUTPUT FILES (REPLACED WHEN SELECTED):
      *  PR1ITEMMAST.TXT - ITEM MASTER (KEYED)
      *  PR1OPENPO.TXT - OPEN PURCHASE ORDERS
      *  PR1ITEMHIST.TXT - PER-ITEM WEEKLY HISTORY
      *  PR1FA14-NEW.TXT - POSTED INVENTORY FILE FOR NEXT WEEK
      *  merged-file.txt - FIREFLY MERGED WAREHOUSE FILE (KEYED)
      *  PR4VENDMAST.TXT - FIREFLY VENDOR MASTER
      *  PR4COSTMAST.TXT - FIREFLY COSTUME MASTER
      *  RESTORE-REPORT.TXT - THE GENERATION USED FOR EACH FILE, THE
      *   CATALOG AND RESTORED RECORD COUNTS, AND THE RESULT
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
       SELECT ITEM-MASTER-FILE
	     ASSIGN TO "PR1ITEMMAST.TXT"
		 ORGANIZATION IS INDEXED
		 ACCESS MODE IS SEQUENTIAL
		 RECORD KEY IS IM-CATALOG-NUMBER
		 FILE STATUS IS WS-TARGET-STATUS.
      *
       SELECT MERGED-FILE
	     ASSIGN TO "merged-file.txt"
		 ORGANIZATION IS INDEXED
		 ACCESS MODE IS SEQUENTIAL
		 RECORD KEY IS MERGED-KEY
		 FILE STATUS IS WS-TARGET-STATUS.
      *
       SELECT TARGET-FILE
	     ASSIGN TO DYNAMIC WS-TARGET-NAME
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-TARGET-STATUS.
      *
       SELECT OPTIONAL GENERATION-FILE
	     ASSIGN TO DYNAMIC WS-GEN-NAME
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-GEN-STATUS.
      *
       SELECT OPTIONAL RESTORE-CONTROL-FILE
	     ASSIGN TO "PR1RESTORE-CTL.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-CONTROL-STATUS.
      *
       SELECT OPTIONAL CATALOG-FILE
	     ASSIGN TO "PR1BKUP-CATALOG.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-CATALOG-STATUS.
      *
       SELECT REPORT-FILE
	     ASSIGN TO "RESTORE-REPORT.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT RUN-LOG-FILE
	     ASSIGN TO "RUNLOG.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.

       FILE SECTION.

       FD ITEM-MASTER-FILE
        RECORD CONTAINS 30 CHARACTERS.

       01 ITEM-MASTER-RECORD.
          05 IM-CATALOG-NUMBER      PIC X(5).
          05 FILLER	      PIC X(25).

       FD MERGED-FILE
        RECORD CONTAINS 128 CHARACTERS.

       01 MERGED-RECORD.
          05 MERGED-KEY	      PIC X(8).
          05 FILLER	      PIC X(120).

       FD TARGET-FILE
        RECORD IS VARYING IN SIZE FROM 1 TO 128 CHARACTERS
          DEPENDING ON WS-REC-LEN.

       01 TARGET-RECORD	      PIC X(128).

       FD GENERATION-FILE
        RECORD IS VARYING IN SIZE FROM 1 TO 128 CHARACTERS
          DEPENDING ON WS-REC-LEN.

       01 GENERATION-RECORD         PIC X(128).

       FD RESTORE-CONTROL-FILE
        RECORD CONTAINS 28 CHARACTERS.

       01 RESTORE-CONTROL-RECORD.
          05 RC-AS-OF-DATE          PIC 9(8).
          05 RC-AS-OF-DATE-X REDEFINES RC-AS-OF-DATE
                                    PIC X(8).
          05 RC-FILE-NAME           PIC X(20).

       FD CATALOG-FILE
        RECORD CONTAINS 81 CHARACTERS.

       01 CATALOG-RECORD.
          05 CT-BACKUP-DATE         PIC 9(8).
          05 CT-BACKUP-TIME         PIC 9(6).
          05 CT-FILE-NAME           PIC X(20).
          05 CT-GEN-NAME            PIC X(40).
          05 CT-REC-COUNT           PIC 9(7).

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
          05 RL-REC-COUNT           PIC 9(6).

	   WORKING-STORAGE SECTION.

       01 REPORT-FIELDS.
          05 PROPER-SPACING         PIC S9V9  VALUE +1.
          05 WS-LINE-COUNT          PIC 9(3)  VALUE 99.
          05 WS-LINES-PER-PAGE      PIC 9(3)  VALUE 55.

       01 FLAGS-SWITCHES.
          05 EOF-FLAG	      PIC X     VALUE ' '.
          05 CT-EOF-FLAG            PIC X     VALUE ' '.
          05 WS-TARGET-STATUS       PIC XX.
          05 WS-GEN-STATUS          PIC XX.
          05 WS-CONTROL-STATUS      PIC XX.
          05 WS-CATALOG-STATUS      PIC XX.
          05 WS-REFUSE-MSG          PIC X(40) VALUE SPACES.
             88 CONTROL-OK                    VALUE SPACES.

       01 TOTAL-FIELDS.
          05 WS-FILES-SELECTED      PIC 9(3)  VALUE 0.
          05 WS-FILES-RESTORED      PIC 9(3)  VALUE 0.
          05 WS-FILES-FAILED        PIC 9(3)  VALUE 0.
          05 WS-RECORDS-RESTORED    PIC 9(7)  VALUE 0.

       01 CALC-FIELDS.
          05 WS-REC-LEN	      PIC 9(4)  COMP.
          05 WS-RESTORE-COUNT       PIC 9(7).
          05 WS-WRITE-ERRORS        PIC 9(7).
          05 WS-AS-OF-DATE          PIC 9(8).
          05 WS-BEST-STAMP          PIC 9(14).
          05 WS-ENTRY-STAMP         PIC 9(14).
          05 WS-TARGET-NAME         PIC X(20).
          05 WS-GEN-NAME            PIC X(40).
          05 WS-WORK-DATE.
             10 WS-WORK-YEAR        PIC 9(4).
             10 WS-WORK-MONTH       PIC 99.
             10 WS-WORK-DAY         PIC 99.
          05 WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
                                    PIC 9(8).

      * THE FILES IN THE BACKUP SET. THE ORGANIZATION IS I FOR THE
      * ITEM MASTER, M FOR THE MERGED FILE, AND S FOR A LINE
      * SEQUENTIAL FILE.
       01 BACKUP-FILE-VALUES.
          05		      PIC X(21) VALUE
                                    'PR1ITEMMAST.TXT     I'.
          05		      PIC X(21) VALUE
                                    'PR1OPENPO.TXT       S'.
          05		      PIC X(21) VALUE
                                    'PR1ITEMHIST.TXT     S'.
          05		      PIC X(21) VALUE
                                    'PR1FA14-NEW.TXT     S'.
          05		      PIC X(21) VALUE
                                    'merged-file.txt     M'.
          05		      PIC X(21) VALUE
                                    'PR4VENDMAST.TXT     S'.
          05		      PIC X(21) VALUE
                                    'PR4COSTMAST.TXT     S'.
       01 BACKUP-FILE-TABLE REDEFINES BACKUP-FILE-VALUES.
          05 FT-ENTRY OCCURS 7 TIMES
                INDEXED BY FT-INDEX.
             10 FT-FILE-NAME        PIC X(20).
             10 FT-ORGANIZATION     PIC X.

      * ONE ENTRY PER FILE IN THE SET, IN THE SAME ORDER.
       01 FILE-RESTORE-TABLE.
          05 FR-ENTRY OCCURS 7 TIMES.
             10 FR-SELECTED         PIC X.
             10 FR-OK	      PIC X.
             10 FR-GEN-DATE         PIC 9(8).
             10 FR-GEN-NAME         PIC X(40).
             10 FR-CAT-COUNT        PIC 9(7).
             10 FR-RESTORED         PIC 9(7).
             10 FR-RESULT           PIC X(30).

       01 CATALOG-TABLE.
          05 WS-CAT-COUNT           PIC 9(4)  VALUE 0.
          05 CG-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON WS-CAT-COUNT
                INDEXED BY CG-INDEX, BEST-INDEX.
             10 CG-BACKUP-DATE      PIC 9(8).
             10 CG-BACKUP-TIME      PIC 9(6).
             10 CG-FILE-NAME        PIC X(20).
             10 CG-GEN-NAME         PIC X(40).
             10 CG-REC-COUNT        PIC 9(7).

       01 WS-DATE.
          05 WS-YEAR	      PIC 9(4).
          05 WS-MONTH	      PIC 99.
          05 WS-DAY	      PIC 99.

       01 WS-DATE-NUM REDEFINES WS-DATE
                                    PIC 9(8).

       01 RUN-LOG-FIELDS.
          05 WS-LOG-STAMP.
             10 WS-LOG-DATE         PIC 9(8).
             10 WS-LOG-TIME         PIC 9(6).
             10 FILLER	      PIC X(7).

       01 PAGE-HEADING-LINE.
          05 DL-MONTH	      PIC 99.
          05		      PIC X VALUE '/'.
          05 DL-DAY	      PIC 99.
          05		      PIC X VALUE '/'.
          05 DL-YEAR	      PIC 9(4).
          05		      PIC X(5) VALUE ' '.
          05		      PIC X(3) VALUE 'KAD'.
          05		      PIC X(38) VALUE ' '.
          05		      PIC X(21) VALUE
                                    'RESTORE FROM BACKUP  '.
          05		      PIC X(48) VALUE ' '.
          05		      PIC X(5) VALUE 'PAGE '.
          05 PAGE-NO	      PIC 99 VALUE 0.

       01 PARAMETER-LINE.
          05		      PIC X(1) VALUE ' '.
          05		      PIC X(15) VALUE
                                    'RESTORE AS OF: '.
          05 PL-AS-OF-DATE          PIC 9999/99/99.
          05		      PIC X(6) VALUE ' '.
          05		      PIC X(7) VALUE 'FILES: '.
          05 PL-FILES	      PIC X(30).

       01 COLUMN-HDR-1.
          05		      PIC X(1) VALUE ' '.
          05		      PIC X(4) VALUE 'FILE'.
          05		      PIC X(18) VALUE ' '.
          05		      PIC X(10) VALUE 'GENERATION'.
          05		      PIC X(2) VALUE ' '.
          05		      PIC X(10) VALUE 'GENERATION'.
          05		      PIC X(24) VALUE ' '.
          05		      PIC X(7) VALUE 'CATALOG'.
          05		      PIC X(3) VALUE ' '.
          05		      PIC X(8) VALUE 'RESTORED'.
          05		      PIC X(2) VALUE ' '.
          05		      PIC X(6) VALUE 'RESULT'.

       01 COLUMN-HDR-2.
          05		      PIC X(23) VALUE ' '.
          05		      PIC X(4) VALUE 'DATE'.
          05		      PIC X(8) VALUE ' '.
          05		      PIC X(4) VALUE 'FILE'.
          05		      PIC X(30) VALUE ' '.
          05		      PIC X(7) VALUE 'RECORDS'.
          05		      PIC X(4) VALUE ' '.
          05		      PIC X(7) VALUE 'RECORDS'.

       01 DETAIL-LINE.
          05		      PIC X(1) VALUE ' '.
          05 DL-FILE-NAME           PIC X(20).
          05		      PIC X(2) VALUE ' '.
          05 DL-GEN-DATE            PIC 9999/99/99.
          05		      PIC X(2) VALUE ' '.
          05 DL-GEN-NAME            PIC X(30).
          05		      PIC X(2) VALUE ' '.
          05 DL-CAT-COUNT           PIC Z,ZZZ,ZZ9.
          05		      PIC X(2) VALUE ' '.
          05 DL-RESTORED            PIC Z,ZZZ,ZZ9.
          05		      PIC X(2) VALUE ' '.
          05 DL-RESULT	      PIC X(30).

       01 REFUSED-LINE.
          05		      PIC X(1) VALUE ' '.
          05		      PIC X(14) VALUE
                                    'RUN REFUSED - '.
          05 RF-MESSAGE	      PIC X(40).

       01 TOTAL-LINE.
          05		      PIC X(1) VALUE ' '.
          05 TL-LABEL	      PIC X(28).
          05 TL-COUNT	      PIC Z,ZZZ,ZZ9.

       01 WS-HOLD-LINE	      PIC X(132).

	   PROCEDURE DIVISION.

	   000-MAIN-MODULE.
         PERFORM 110-LOG-RUN-START
         PERFORM 125-HOUSEKEEPING
         IF CONTROL-OK
           PERFORM 175-VERIFY-GENERATIONS
           IF WS-FILES-FAILED = 0
             PERFORM 200-RESTORE-FILES
           ELSE
             PERFORM 230-HOLD-VERIFIED-FILES
           END-IF
           PERFORM 240-PRINT-RESULTS
           PERFORM 275-PRINT-TOTALS
         ELSE
           PERFORM 270-REPORT-REFUSED
         END-IF
         PERFORM 300-FINAL-ROUTINE
	   .

	   110-LOG-RUN-START.
         OPEN EXTEND RUN-LOG-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
         MOVE 'PROGRAM29' TO RL-PROGRAM
         MOVE WS-LOG-DATE TO RL-DATE
         MOVE WS-LOG-TIME TO RL-TIME
         MOVE 'S' TO RL-TYPE
         MOVE ' ' TO RL-STATUS
         MOVE ZEROS TO RL-REC-COUNT
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE
	   .

	   125-HOUSEKEEPING.
         OPEN OUTPUT REPORT-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-DATE
         MOVE WS-YEAR TO DL-YEAR
         MOVE WS-DAY TO DL-DAY
         MOVE WS-MONTH TO DL-MONTH
         INITIALIZE FILE-RESTORE-TABLE
         MOVE ZEROS TO WS-AS-OF-DATE
         PERFORM 130-READ-CONTROL-FILE
         IF CONTROL-OK
           PERFORM 140-LOAD-CATALOG
         END-IF
         PERFORM 150-HEADING-ROUTINE
	   .

      * THE AS-OF DATE MUST BE A VALID DATE NOT AFTER TODAY, AND THE
      * FILE NAME MUST BE BLANK, ALL, OR ONE OF THE FILES IN THE SET.
	   130-READ-CONTROL-FILE.
         OPEN INPUT RESTORE-CONTROL-FILE
         MOVE 'NO RESTORE CONTROL RECORD' TO WS-REFUSE-MSG
         IF WS-CONTROL-STATUS = '00'
           READ RESTORE-CONTROL-FILE
             AT END
               CONTINUE
             NOT AT END
               MOVE SPACES TO WS-REFUSE-MSG
           END-READ
         END-IF
         CLOSE RESTORE-CONTROL-FILE
         IF CONTROL-OK
           PERFORM 132-EDIT-AS-OF-DATE
         END-IF
         IF CONTROL-OK
           PERFORM 135-SELECT-FILES
         END-IF
	   .

	   132-EDIT-AS-OF-DATE.
         IF RC-AS-OF-DATE-X IS NUMERIC
           MOVE RC-AS-OF-DATE TO WS-WORK-DATE-NUM
         ELSE
           MOVE ZEROS TO WS-WORK-DATE-NUM
         END-IF
         IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE-NUM) = 0
           MOVE WS-WORK-DATE-NUM TO WS-AS-OF-DATE
           IF WS-AS-OF-DATE > WS-DATE-NUM
             MOVE 'AS-OF DATE IS IN THE FUTURE' TO WS-REFUSE-MSG
           END-IF
         ELSE
           MOVE 'AS-OF DATE IS NOT A VALID DATE' TO WS-REFUSE-MSG
         END-IF
	   .

	   135-SELECT-FILES.
         IF RC-FILE-NAME = SPACES OR RC-FILE-NAME = 'ALL'
           PERFORM VARYING FT-INDEX FROM 1 BY 1
             UNTIL FT-INDEX > 7
             MOVE 'Y' TO FR-SELECTED(FT-INDEX)
             ADD 1 TO WS-FILES-SELECTED
           END-PERFORM
         ELSE
           SET FT-INDEX TO 1
           SEARCH FT-ENTRY
             AT END
               MOVE 'FILE IS NOT IN THE BACKUP SET' TO WS-REFUSE-MSG
             WHEN FT-FILE-NAME(FT-INDEX) = RC-FILE-NAME
               MOVE 'Y' TO FR-SELECTED(FT-INDEX)
               ADD 1 TO WS-FILES-SELECTED
           END-SEARCH
         END-IF
	   .

      * A CATALOG TOO LARGE FOR THE TABLE COULD HIDE THE GENERATION
      * WANTED, SO THE RUN IS REFUSED RATHER THAN RESTORE AN OLDER
      * ONE.
	   140-LOAD-CATALOG.
         OPEN INPUT CATALOG-FILE
         IF WS-CATALOG-STATUS = '00'
           PERFORM UNTIL CT-EOF-FLAG = 'Y'
             READ CATALOG-FILE
               AT END
                 MOVE 'Y' TO CT-EOF-FLAG
               NOT AT END
                 PERFORM 145-LOAD-CATALOG-ENTRY
             END-READ
           END-PERFORM
         END-IF
         CLOSE CATALOG-FILE
	   .

	   145-LOAD-CATALOG-ENTRY.
         IF WS-CAT-COUNT < 1000
           ADD 1 TO WS-CAT-COUNT
           SET CG-INDEX TO WS-CAT-COUNT
           MOVE CT-BACKUP-DATE TO CG-BACKUP-DATE(CG-INDEX)
           MOVE CT-BACKUP-TIME TO CG-BACKUP-TIME(CG-INDEX)
           MOVE CT-FILE-NAME TO CG-FILE-NAME(CG-INDEX)
           MOVE CT-GEN-NAME TO CG-GEN-NAME(CG-INDEX)
           MOVE CT-REC-COUNT TO CG-REC-COUNT(CG-INDEX)
         ELSE
           MOVE 'BACKUP CATALOG TOO LARGE FOR TABLE' TO WS-REFUSE-MSG
           MOVE 'Y' TO CT-EOF-FLAG
         END-IF
	   .

	   150-HEADING-ROUTINE.
	  ADD 1 TO PAGE-NO

	  MOVE 1 TO PROPER-SPACING
	  WRITE REPORT-RECORD FROM PAGE-HEADING-LINE
	    AFTER ADVANCING PROPER-SPACING

	  MOVE WS-AS-OF-DATE TO PL-AS-OF-DATE
	  IF WS-FILES-SELECTED > 1
	    MOVE 'ALL FILES IN THE BACKUP SET' TO PL-FILES
	  ELSE
	    IF WS-FILES-SELECTED = 1
	      MOVE RC-FILE-NAME TO PL-FILES
	    ELSE
	      MOVE SPACES TO PL-FILES
	    END-IF
	  END-IF
	  MOVE 2 TO PROPER-SPACING
	  WRITE REPORT-RECORD FROM PARAMETER-LINE
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

      * EVERY GENERATION NEEDED IS FOUND AND RECOUNTED BEFORE ANY
      * FILE IS OVERWRITTEN, SO A BAD GENERATION CANNOT LEAVE THE SET
      * HALF RESTORED.
	   175-VERIFY-GENERATIONS.
         PERFORM VARYING FT-INDEX FROM 1 BY 1
           UNTIL FT-INDEX > 7
           IF FR-SELECTED(FT-INDEX) = 'Y'
             PERFORM 180-FIND-GENERATION
             IF FR-OK(FT-INDEX) = 'Y'
               PERFORM 185-COUNT-GENERATION
             END-IF
             IF FR-OK(FT-INDEX) NOT = 'Y'
               ADD 1 TO WS-FILES-FAILED
             END-IF
           END-IF
         END-PERFORM
	   .

      * THE GENERATION USED IS THE NEWEST ONE FOR THE FILE DATED ON
      * OR BEFORE THE AS-OF DATE.
	   180-FIND-GENERATION.
         MOVE ZEROS TO WS-BEST-STAMP
         MOVE 'N' TO FR-OK(FT-INDEX)
         PERFORM VARYING CG-INDEX FROM 1 BY 1
           UNTIL CG-INDEX > WS-CAT-COUNT
           IF CG-FILE-NAME(CG-INDEX) = FT-FILE-NAME(FT-INDEX)
              AND CG-BACKUP-DATE(CG-INDEX) <= WS-AS-OF-DATE
             COMPUTE WS-ENTRY-STAMP =
               CG-BACKUP-DATE(CG-INDEX) * 1000000
               + CG-BACKUP-TIME(CG-INDEX)
             IF WS-ENTRY-STAMP > WS-BEST-STAMP
               MOVE WS-ENTRY-STAMP TO WS-BEST-STAMP
               SET BEST-INDEX TO CG-INDEX
               MOVE 'Y' TO FR-OK(FT-INDEX)
             END-IF
           END-IF
         END-PERFORM
         IF FR-OK(FT-INDEX) = 'Y'
           MOVE CG-BACKUP-DATE(BEST-INDEX) TO FR-GEN-DATE(FT-INDEX)
           MOVE CG-GEN-NAME(BEST-INDEX) TO FR-GEN-NAME(FT-INDEX)
           MOVE CG-REC-COUNT(BEST-INDEX) TO FR-CAT-COUNT(FT-INDEX)
         ELSE
           MOVE 'NO GENERATION BY AS-OF DATE' TO FR-RESULT(FT-INDEX)
         END-IF
	   .

	   185-COUNT-GENERATION.
         MOVE FR-GEN-NAME(FT-INDEX) TO WS-GEN-NAME
         MOVE ZEROS TO WS-RESTORE-COUNT
         OPEN INPUT GENERATION-FILE
         IF WS-GEN-STATUS = '00'
           MOVE ' ' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
             READ GENERATION-FILE
               AT END
                 MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 ADD 1 TO WS-RESTORE-COUNT
             END-READ
           END-PERFORM
           IF WS-RESTORE-COUNT NOT = FR-CAT-COUNT(FT-INDEX)
             MOVE 'N' TO FR-OK(FT-INDEX)
             MOVE 'GENERATION COUNT NOT = CATALOG'
               TO FR-RESULT(FT-INDEX)
           END-IF
         ELSE
           MOVE 'N' TO FR-OK(FT-INDEX)
           MOVE 'GENERATION FILE NOT FOUND' TO FR-RESULT(FT-INDEX)
         END-IF
         CLOSE GENERATION-FILE
         MOVE WS-RESTORE-COUNT TO FR-RESTORED(FT-INDEX)
	   .

	   200-RESTORE-FILES.
         PERFORM VARYING FT-INDEX FROM 1 BY 1
           UNTIL FT-INDEX > 7
           IF FR-SELECTED(FT-INDEX) = 'Y'
             PERFORM 205-RESTORE-ONE-FILE
           END-IF
         END-PERFORM
	   .

	   205-RESTORE-ONE-FILE.
         MOVE FR-GEN-NAME(FT-INDEX) TO WS-GEN-NAME
         MOVE FT-FILE-NAME(FT-INDEX) TO WS-TARGET-NAME
         MOVE ZEROS TO WS-RESTORE-COUNT
                       WS-WRITE-ERRORS
         OPEN INPUT GENERATION-FILE
         EVALUATE FT-ORGANIZATION(FT-INDEX)
           WHEN 'I'
             PERFORM 210-RESTORE-ITEM-MASTER
           WHEN 'M'
             PERFORM 215-RESTORE-MERGED-FILE
           WHEN OTHER
             PERFORM 220-RESTORE-SEQUENTIAL-FILE
         END-EVALUATE
         CLOSE GENERATION-FILE
         MOVE WS-RESTORE-COUNT TO FR-RESTORED(FT-INDEX)
         IF WS-RESTORE-COUNT = FR-CAT-COUNT(FT-INDEX)
            AND WS-WRITE-ERRORS = 0
           MOVE 'RESTORED' TO FR-RESULT(FT-INDEX)
           ADD 1 TO WS-FILES-RESTORED
           ADD WS-RESTORE-COUNT TO WS-RECORDS-RESTORED
         ELSE
           MOVE 'N' TO FR-OK(FT-INDEX)
           ADD 1 TO WS-FILES-FAILED
           IF FR-RESULT(FT-INDEX) = SPACES
             MOVE 'RESTORED COUNT NOT = CATALOG'
               TO FR-RESULT(FT-INDEX)
           END-IF
         END-IF
	   .

      * THE GENERATION OF A KEYED FILE WAS WRITTEN IN KEY ORDER, SO
      * IT IS LOADED BACK SEQUENTIALLY.
	   210-RESTORE-ITEM-MASTER.
         OPEN OUTPUT ITEM-MASTER-FILE
         IF WS-TARGET-STATUS = '00'
           MOVE ' ' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
             READ GENERATION-FILE
               AT END
                 MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 MOVE GENERATION-RECORD TO ITEM-MASTER-RECORD
                 WRITE ITEM-MASTER-RECORD
                   INVALID KEY
                     ADD 1 TO WS-WRITE-ERRORS
                   NOT INVALID KEY
                     ADD 1 TO WS-RESTORE-COUNT
                 END-WRITE
             END-READ
           END-PERFORM
         ELSE
           MOVE 'FILE COULD NOT BE OPENED' TO FR-RESULT(FT-INDEX)
         END-IF
         CLOSE ITEM-MASTER-FILE
	   .

	   215-RESTORE-MERGED-FILE.
         OPEN OUTPUT MERGED-FILE
         IF WS-TARGET-STATUS = '00'
           MOVE ' ' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
             READ GENERATION-FILE
               AT END
                 MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 MOVE GENERATION-RECORD TO MERGED-RECORD
                 WRITE MERGED-RECORD
                   INVALID KEY
                     ADD 1 TO WS-WRITE-ERRORS
                   NOT INVALID KEY
                     ADD 1 TO WS-RESTORE-COUNT
                 END-WRITE
             END-READ
           END-PERFORM
         ELSE
           MOVE 'FILE COULD NOT BE OPENED' TO FR-RESULT(FT-INDEX)
         END-IF
         CLOSE MERGED-FILE
	   .

	   220-RESTORE-SEQUENTIAL-FILE.
         OPEN OUTPUT TARGET-FILE
         IF WS-TARGET-STATUS = '00'
           MOVE ' ' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
             READ GENERATION-FILE
               AT END
                 MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 WRITE TARGET-RECORD FROM GENERATION-RECORD
                 ADD 1 TO WS-RESTORE-COUNT
             END-READ
           END-PERFORM
         ELSE
           MOVE 'FILE COULD NOT BE OPENED' TO FR-RESULT(FT-INDEX)
         END-IF
         CLOSE TARGET-FILE
	   .

      * WHEN ANY GENERATION FAILS VERIFICATION THE FILES THAT DID
      * VERIFY ARE LEFT ALONE TOO.
	   230-HOLD-VERIFIED-FILES.
         PERFORM VARYING FT-INDEX FROM 1 BY 1
           UNTIL FT-INDEX > 7
           IF FR-SELECTED(FT-INDEX) = 'Y'
              AND FR-OK(FT-INDEX) = 'Y'
             MOVE 'NOT RESTORED - SET HELD' TO FR-RESULT(FT-INDEX)
             MOVE ZEROS TO FR-RESTORED(FT-INDEX)
           END-IF
         END-PERFORM
	   .

	   240-PRINT-RESULTS.
         PERFORM VARYING FT-INDEX FROM 1 BY 1
           UNTIL FT-INDEX > 7
           IF FR-SELECTED(FT-INDEX) = 'Y'
             MOVE FT-FILE-NAME(FT-INDEX) TO DL-FILE-NAME
             MOVE FR-GEN-DATE(FT-INDEX) TO DL-GEN-DATE
             MOVE FR-GEN-NAME(FT-INDEX) TO DL-GEN-NAME
             MOVE FR-CAT-COUNT(FT-INDEX) TO DL-CAT-COUNT
             MOVE FR-RESTORED(FT-INDEX) TO DL-RESTORED
             MOVE FR-RESULT(FT-INDEX) TO DL-RESULT
             MOVE DETAIL-LINE TO REPORT-RECORD
             MOVE 1 TO PROPER-SPACING
             PERFORM 250-WRITE-A-LINE
           END-IF
         END-PERFORM
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

       270-REPORT-REFUSED.
	   MOVE WS-REFUSE-MSG TO RF-MESSAGE
	   MOVE REFUSED-LINE TO REPORT-RECORD
	   MOVE 2 TO PROPER-SPACING
	   PERFORM 250-WRITE-A-LINE
	   DISPLAY 'RESTORE RUN REFUSED - ' WS-REFUSE-MSG
	   MOVE 8 TO RETURN-CODE
	   .

       275-PRINT-TOTALS.
	MOVE 'FILES SELECTED:' TO TL-LABEL
	MOVE WS-FILES-SELECTED TO TL-COUNT
	MOVE TOTAL-LINE TO REPORT-RECORD
	MOVE 3 TO PROPER-SPACING
	PERFORM 250-WRITE-A-LINE
	MOVE 'FILES RESTORED:' TO TL-LABEL
	MOVE WS-FILES-RESTORED TO TL-COUNT
	MOVE TOTAL-LINE TO REPORT-RECORD
	MOVE 1 TO PROPER-SPACING
	PERFORM 250-WRITE-A-LINE
	MOVE 'FILES FAILED:' TO TL-LABEL
	MOVE WS-FILES-FAILED TO TL-COUNT
	MOVE TOTAL-LINE TO REPORT-RECORD
	PERFORM 250-WRITE-A-LINE
	MOVE 'RECORDS RESTORED:' TO TL-LABEL
	MOVE WS-RECORDS-RESTORED TO TL-COUNT
	MOVE TOTAL-LINE TO REPORT-RECORD
	PERFORM 250-WRITE-A-LINE
	IF WS-FILES-FAILED > 0
	  MOVE 8 TO RETURN-CODE
	  IF WS-FILES-RESTORED = 0
	    DISPLAY 'PROGRAM29 RESTORE NOT DONE - '
	      WS-FILES-FAILED ' FILES FAILED VERIFICATION'
	  ELSE
	    DISPLAY 'PROGRAM29 RESTORE INCOMPLETE - '
	      WS-FILES-FAILED ' FILES NOT RESTORED CLEANLY'
	  END-IF
	END-IF
	   .

       300-FINAL-ROUTINE.
		CLOSE REPORT-FILE
		IF CONTROL-OK AND WS-FILES-FAILED = 0
		  PERFORM 310-LOG-RUN-END
		END-IF
		STOP RUN
	   .

       310-LOG-RUN-END.
         OPEN EXTEND RUN-LOG-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
         MOVE 'PROGRAM29' TO RL-PROGRAM
         MOVE WS-LOG-DATE TO RL-DATE
         MOVE WS-LOG-TIME TO RL-TIME
         MOVE 'E' TO RL-TYPE
         MOVE 'C' TO RL-STATUS
         MOVE WS-RECORDS-RESTORED TO RL-REC-COUNT
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE
	   .
