       IDENTIFICATION DIVISION.
       PROGRAM-ID.	  PROGRAM28.
       AUTHOR.			  DAYE.
      *************************COMMENT SECTION************************
      * DESCRIPTION:
      *  THIS PROGRAM IS THE BACKUP STEP AT THE START OF THE NIGHTLY
      *  STREAM. THE WEEKLY STREAM REWRITES ITS KEY FILES IN PLACE,
      *  SO BEFORE ANYTHING ELSE RUNS EACH OF THEM IS COPIED TO A
      *  GENERATION FILE NAMED FOR THE FILE AND THE RUN DATE, FOR
      *  EXAMPLE PR1ITEMMAST-BKUP-20261015.TXT. EVERY GENERATION
      *  SAVED IS ENTERED IN THE BACKUP CATALOG WITH ITS RECORD
      *  COUNT, AND ONLY THE NEWEST GENERATIONS OF EACH FILE ARE
      *  KEPT - THE NUMBER KEPT IS A PARAMETER. OLDER GENERATIONS
      *  ARE DELETED AND DROPPED FROM THE CATALOG. THE RESTORE RUN
      *  READS THE CATALOG TO BRING A FILE BACK AS OF A DATE.
      *  RUNNING THE STEP AGAIN ON THE SAME DAY REPLACES THAT DAY S
      *  GENERATION. A FILE THAT IS NOT FOUND IS REPORTED AND THE
      *  RETURN CODE IS SET TO 8.
      ****************************************************************
      * INPUT FILES (EACH ONE SAVED):
      *  PR1ITEMMAST.TXT - ITEM MASTER (KEYED)
      *  PR1OPENPO.TXT - OPEN PURCHASE ORDERS
      *  PR1ITEMHIST.TXT - PER-ITEM WEEKLY HISTORY
      *  PR1FA14-NEW.TXT - POSTED INVENTORY FILE FOR NEXT WEEK
      *  merged-file.txt - FIREFLY MERGED WAREHOUSE FILE (KEYED)
      *  PR4VENDMAST.TXT - FIREFLY VENDOR MASTER
      *  PR4COSTMAST.TXT - FIREFLY COSTUME MASTER
      *  PR1BKUP-CTL.TXT (OPTIONAL) - GENERATIONS TO KEEP AS A TWO
      *   DIGIT NUMBER. DEFAULTS TO SEVEN.
      *  PR1BKUP-CATALOG.TXT (OPTIONAL) - THE BACKUP CATALOG
      ****************************************************************
      * OUTPUT FILES:
      *  <FILE>-BKUP-YYYYMMDD.TXT - ONE GENERATION PER FILE SAVED,
      *   A RECORD-FOR-RECORD COPY (merged-file-BKUP-YYYYMMDD.txt
      *   FOR THE MERGED FILE)
      *  PR1BKUP-CATALOG.TXT - REWRITTEN: ONE RECORD PER GENERATION
      *   KEPT: BACKUP DATE AND TIME, FILE NAME, GENERATION NAME,
      *   RECORD COUNT
      *  BACKUP-REPORT.TXT - EACH FILE SAVED OR NOT FOUND, EACH
      *   GENERATION DROPPED, AND TOTALS
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
		 FILE STATUS IS WS-SOURCE-STATUS.
      *
       SELECT MERGED-FILE
	     ASSIGN TO "merged-file.txt"
		 ORGANIZATION IS INDEXED
		 ACCESS MODE IS SEQUENTIAL
		 RECORD KEY IS MERGED-KEY
		 FILE STATUS IS WS-SOURCE-STATUS.
      *
       SELECT OPTIONAL SOURCE-FILE
	     ASSIGN TO DYNAMIC WS-SOURCE-NAME
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-SOURCE-STATUS.
      *
       SELECT GENERATION-FILE
	     ASSIGN TO DYNAMIC WS-GEN-NAME
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-GEN-STATUS.
      *
       SELECT OPTIONAL CONTROL-FILE
	     ASSIGN TO "PR1BKUP-CTL.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-CONTROL-STATUS.
      *
       SELECT OPTIONAL CATALOG-FILE
	     ASSIGN TO "PR1BKUP-CATALOG.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-CATALOG-STATUS.
      *
       SELECT REPORT-FILE
	     ASSIGN TO "BACKUP-REPORT.TXT"
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

       FD SOURCE-FILE
        RECORD IS VARYING IN SIZE FROM 1 TO 128 CHARACTERS
          DEPENDING ON WS-REC-LEN.

       01 SOURCE-RECORD	      PIC X(128).

       FD GENERATION-FILE
        RECORD IS VARYING IN SIZE FROM 1 TO 128 CHARACTERS
          DEPENDING ON WS-REC-LEN.

       01 GENERATION-RECORD         PIC X(128).

       FD CONTROL-FILE
        RECORD CONTAINS 2 CHARACTERS.

       01 CONTROL-RECORD.
          05 BC-KEEP-GENS           PIC 99.

       FD CATALOG-FILE
        RECORD CONTAINS 81 CHARACTERS.

       01 CATALOG-RECORD.
          05 CT-BACKUP-DATE         PIC 9(8).
          05 CT-BACKUP-TIME         PIC 9(6).
          05 CT-FILE-NAME           PIC X(20).
          05 CT-GEN-NAME            PIC X(40).
          05 CT-REC-COUNT           PIC 9(7).

       FD REPORT-FILE
        RECORD CONTAINS 110 CHARACTERS.

       01 REPORT-RECORD	      PIC X(110).

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
          05 WS-SOURCE-STATUS       PIC XX.
          05 WS-GEN-STATUS          PIC XX.
          05 WS-CONTROL-STATUS      PIC XX.
          05 WS-CATALOG-STATUS      PIC XX.
          05 WS-SAVE-RESULT         PIC X     VALUE ' '.
             88 FILE-SAVED                    VALUE 'S'.
             88 FILE-NOT-FOUND                VALUE 'N'.
             88 GENERATION-NOT-WRITTEN        VALUE 'W'.
          05 WS-CATALOG-OK          PIC X     VALUE 'Y'.
             88 CATALOG-LOADED                VALUE 'Y'.

       01 TOTAL-FIELDS.
          05 WS-KEEP-GENS           PIC 99    VALUE 7.
          05 WS-FILES-SAVED         PIC 9(3)  VALUE 0.
          05 WS-FILES-NOT-SAVED     PIC 9(3)  VALUE 0.
          05 WS-RECORDS-SAVED       PIC 9(7)  VALUE 0.
          05 WS-GENS-DROPPED        PIC 9(5)  VALUE 0.
          05 WS-GENS-ON-CATALOG     PIC 9(5)  VALUE 0.
          05 WS-DELETE-FAIL-CNT     PIC 9(5)  VALUE 0.

       01 CALC-FIELDS.
          05 WS-REC-LEN	      PIC 9(4)  COMP.
          05 WS-COPY-COUNT          PIC 9(7).
          05 WS-GEN-COUNT           PIC 9(5).
          05 WS-SOURCE-NAME         PIC X(20).
          05 WS-GEN-NAME            PIC X(40).
          05 WS-OLDEST-STAMP        PIC 9(14).
          05 WS-ENTRY-STAMP         PIC 9(14).
          05 WS-DELETE-RC           PIC S9(9) COMP.

      * THE FILES SAVED, IN THE ORDER THEY ARE SAVED. THE ORGANIZATION
      * IS I FOR THE ITEM MASTER, M FOR THE MERGED FILE, AND S FOR A
      * LINE SEQUENTIAL FILE.
       01 BACKUP-FILE-VALUES.
          05		      PIC X(37) VALUE
             'PR1ITEMMAST.TXT     PR1ITEMMAST .TXTI'.
          05		      PIC X(37) VALUE
             'PR1OPENPO.TXT       PR1OPENPO   .TXTS'.
          05		      PIC X(37) VALUE
             'PR1ITEMHIST.TXT     PR1ITEMHIST .TXTS'.
          05		      PIC X(37) VALUE
             'PR1FA14-NEW.TXT     PR1FA14-NEW .TXTS'.
          05		      PIC X(37) VALUE
             'merged-file.txt     merged-file .txtM'.
          05		      PIC X(37) VALUE
             'PR4VENDMAST.TXT     PR4VENDMAST .TXTS'.
          05		      PIC X(37) VALUE
             'PR4COSTMAST.TXT     PR4COSTMAST .TXTS'.
       01 BACKUP-FILE-TABLE REDEFINES BACKUP-FILE-VALUES.
          05 FT-ENTRY OCCURS 7 TIMES
                INDEXED BY FT-INDEX.
             10 FT-FILE-NAME        PIC X(20).
             10 FT-GEN-PREFIX       PIC X(12).
             10 FT-GEN-SUFFIX       PIC X(4).
             10 FT-ORGANIZATION     PIC X.

       01 CATALOG-TABLE.
          05 WS-CAT-COUNT           PIC 9(4)  VALUE 0.
          05 CG-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON WS-CAT-COUNT
                INDEXED BY CG-INDEX, OLD-INDEX.
             10 CG-BACKUP-DATE      PIC 9(8).
             10 CG-BACKUP-TIME      PIC 9(6).
             10 CG-FILE-NAME        PIC X(20).
             10 CG-GEN-NAME         PIC X(40).
             10 CG-REC-COUNT        PIC 9(7).
             10 CG-KEEP	      PIC X.

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
          05		      PIC X(23) VALUE ' '.
          05		      PIC X(29) VALUE
                                    'NIGHTLY BACKUP OF KEY FILES  '.
          05		      PIC X(33) VALUE ' '.
          05		      PIC X(5) VALUE 'PAGE '.
          05 PAGE-NO	      PIC 99 VALUE 0.

       01 PARAMETER-LINE.
          05		      PIC X(1) VALUE ' '.
          05		      PIC X(18) VALUE
                                    'GENERATIONS KEPT: '.
          05 PL-KEEP-GENS           PIC Z9.
          05		      PIC X(6) VALUE ' '.
          05		      PIC X(13) VALUE
                                    'BACKUP DATE: '.
          05 PL-BACKUP-DATE         PIC 9999/99/99.

       01 COLUMN-HDR-1.
          05		      PIC X(1) VALUE ' '.
          05		      PIC X(4) VALUE 'FILE'.
          05		      PIC X(18) VALUE ' '.
          05		      PIC X(10) VALUE 'GENERATION'.
          05		      PIC X(36) VALUE ' '.
          05		      PIC X(7) VALUE 'RECORDS'.
          05		      PIC X(2) VALUE ' '.
          05		      PIC X(6) VALUE 'RESULT'.

       01 DETAIL-LINE.
          05		      PIC X(1) VALUE ' '.
          05 DL-FILE-NAME           PIC X(20).
          05		      PIC X(2) VALUE ' '.
          05 DL-GEN-NAME            PIC X(40).
          05		      PIC X(2) VALUE ' '.
          05 DL-RECORDS	      PIC Z,ZZZ,ZZ9.
          05		      PIC X(2) VALUE ' '.
          05 DL-RESULT	      PIC X(30).

       01 CATALOG-FULL-LINE.
          05		      PIC X(1) VALUE ' '.
          05		      PIC X(47) VALUE
             'RUN REFUSED - BACKUP CATALOG IS TOO LARGE TO BE'.
          05		      PIC X(18) VALUE
             ' UPDATED; NOTHING '.
          05		      PIC X(5) VALUE 'SAVED'.

       01 TOTAL-LINE.
          05		      PIC X(1) VALUE ' '.
          05 TL-LABEL	      PIC X(28).
          05 TL-COUNT	      PIC Z,ZZZ,ZZ9.

       01 WS-HOLD-LINE	      PIC X(110).

	   PROCEDURE DIVISION.

	   000-MAIN-MODULE.
         PERFORM 110-LOG-RUN-START
         PERFORM 125-HOUSEKEEPING
         IF CATALOG-LOADED
           PERFORM 175-BACKUP-FILES
           PERFORM 200-DROP-OLD-GENERATIONS
           PERFORM 220-REWRITE-CATALOG
           PERFORM 275-PRINT-TOTALS
         ELSE
           PERFORM 270-REPORT-CATALOG-FULL
         END-IF
         PERFORM 300-FINAL-ROUTINE
	   .

	   110-LOG-RUN-START.
         OPEN EXTEND RUN-LOG-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
         MOVE 'PROGRAM28' TO RL-PROGRAM
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
         PERFORM 130-READ-CONTROL-FILE
         PERFORM 135-LOAD-CATALOG
         PERFORM 150-HEADING-ROUTINE
	   .

	   130-READ-CONTROL-FILE.
         OPEN INPUT CONTROL-FILE
         IF WS-CONTROL-STATUS = '00'
           READ CONTROL-FILE
             AT END
               CONTINUE
             NOT AT END
               IF BC-KEEP-GENS IS NUMERIC
                  AND BC-KEEP-GENS > 0
                 MOVE BC-KEEP-GENS TO WS-KEEP-GENS
               END-IF
           END-READ
         END-IF
         CLOSE CONTROL-FILE
	   .

      * THE CATALOG MUST LEAVE ROOM IN THE TABLE FOR TONIGHT S SEVEN
      * GENERATIONS, OR THE RUN SAVES NOTHING RATHER THAN WRITE A
      * GENERATION THE CATALOG CANNOT RECORD.
	   135-LOAD-CATALOG.
         OPEN INPUT CATALOG-FILE
         IF WS-CATALOG-STATUS = '00'
           PERFORM UNTIL CT-EOF-FLAG = 'Y'
             READ CATALOG-FILE
               AT END
                 MOVE 'Y' TO CT-EOF-FLAG
               NOT AT END
                 PERFORM 140-LOAD-CATALOG-ENTRY
             END-READ
           END-PERFORM
         END-IF
         CLOSE CATALOG-FILE
	   .

	   140-LOAD-CATALOG-ENTRY.
         IF WS-CAT-COUNT < 993
           ADD 1 TO WS-CAT-COUNT
           SET CG-INDEX TO WS-CAT-COUNT
           MOVE CT-BACKUP-DATE TO CG-BACKUP-DATE(CG-INDEX)
           MOVE CT-BACKUP-TIME TO CG-BACKUP-TIME(CG-INDEX)
           MOVE CT-FILE-NAME TO CG-FILE-NAME(CG-INDEX)
           MOVE CT-GEN-NAME TO CG-GEN-NAME(CG-INDEX)
           MOVE CT-REC-COUNT TO CG-REC-COUNT(CG-INDEX)
           MOVE 'Y' TO CG-KEEP(CG-INDEX)
         ELSE
           MOVE 'N' TO WS-CATALOG-OK
           MOVE 'Y' TO CT-EOF-FLAG
         END-IF
	   .

	   150-HEADING-ROUTINE.
	  ADD 1 TO PAGE-NO

	  MOVE 1 TO PROPER-SPACING
	  WRITE REPORT-RECORD FROM PAGE-HEADING-LINE
	    AFTER ADVANCING PROPER-SPACING

	  MOVE WS-KEEP-GENS TO PL-KEEP-GENS
	  MOVE WS-DATE-NUM TO PL-BACKUP-DATE
	  MOVE 2 TO PROPER-SPACING
	  WRITE REPORT-RECORD FROM PARAMETER-LINE
		AFTER ADVANCING PROPER-SPACING

	  MOVE 2 TO PROPER-SPACING
	  WRITE REPORT-RECORD FROM COLUMN-HDR-1
		AFTER ADVANCING PROPER-SPACING
	  MOVE SPACES TO REPORT-RECORD
	  WRITE REPORT-RECORD
	  MOVE 7 TO WS-LINE-COUNT
	   .

	   175-BACKUP-FILES.
         PERFORM VARYING FT-INDEX FROM 1 BY 1
           UNTIL FT-INDEX > 7
           PERFORM 180-BACKUP-ONE-FILE
         END-PERFORM
	   .

	   180-BACKUP-ONE-FILE.
         MOVE FT-FILE-NAME(FT-INDEX) TO WS-SOURCE-NAME
         MOVE SPACES TO WS-GEN-NAME
         STRING FT-GEN-PREFIX(FT-INDEX) DELIMITED BY SPACE
                '-BKUP-' DELIMITED BY SIZE
                WS-DATE-NUM DELIMITED BY SIZE
                FT-GEN-SUFFIX(FT-INDEX) DELIMITED BY SIZE
           INTO WS-GEN-NAME
         MOVE ZEROS TO WS-COPY-COUNT
         MOVE 'N' TO WS-SAVE-RESULT
         EVALUATE FT-ORGANIZATION(FT-INDEX)
           WHEN 'I'
             PERFORM 182-COPY-ITEM-MASTER
           WHEN 'M'
             PERFORM 184-COPY-MERGED-FILE
           WHEN OTHER
             PERFORM 186-COPY-SEQUENTIAL-FILE
         END-EVALUATE
         MOVE WS-SOURCE-NAME TO DL-FILE-NAME
         MOVE WS-GEN-NAME TO DL-GEN-NAME
         MOVE WS-COPY-COUNT TO DL-RECORDS
         EVALUATE TRUE
           WHEN FILE-SAVED
             MOVE 'SAVED' TO DL-RESULT
             ADD 1 TO WS-FILES-SAVED
             ADD WS-COPY-COUNT TO WS-RECORDS-SAVED
             PERFORM 190-CATALOG-GENERATION
           WHEN GENERATION-NOT-WRITTEN
             MOVE 'GENERATION COULD NOT BE WRITTEN' TO DL-RESULT
             ADD 1 TO WS-FILES-NOT-SAVED
           WHEN OTHER
             MOVE 'NOT FOUND - NOT SAVED' TO DL-RESULT
             MOVE SPACES TO DL-GEN-NAME
             ADD 1 TO WS-FILES-NOT-SAVED
         END-EVALUATE
         MOVE DETAIL-LINE TO REPORT-RECORD
         MOVE 1 TO PROPER-SPACING
         PERFORM 250-WRITE-A-LINE
	   .

	   182-COPY-ITEM-MASTER.
         OPEN INPUT ITEM-MASTER-FILE
         IF WS-SOURCE-STATUS = '00'
           PERFORM 188-OPEN-GENERATION
         END-IF
         IF FILE-SAVED
           MOVE 30 TO WS-REC-LEN
           MOVE ' ' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
             READ ITEM-MASTER-FILE
               AT END
                 MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 WRITE GENERATION-RECORD FROM ITEM-MASTER-RECORD
                 ADD 1 TO WS-COPY-COUNT
             END-READ
           END-PERFORM
           CLOSE GENERATION-FILE
         END-IF
         CLOSE ITEM-MASTER-FILE
	   .

	   184-COPY-MERGED-FILE.
         OPEN INPUT MERGED-FILE
         IF WS-SOURCE-STATUS = '00'
           PERFORM 188-OPEN-GENERATION
         END-IF
         IF FILE-SAVED
           MOVE 128 TO WS-REC-LEN
           MOVE ' ' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
             READ MERGED-FILE
               AT END
                 MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 WRITE GENERATION-RECORD FROM MERGED-RECORD
                 ADD 1 TO WS-COPY-COUNT
             END-READ
           END-PERFORM
           CLOSE GENERATION-FILE
         END-IF
         CLOSE MERGED-FILE
	   .

      * A LINE SEQUENTIAL FILE IS COPIED AT THE LENGTH EACH RECORD
      * WAS READ, SO SHORT RECORDS (OLD-LAYOUT PURCHASE ORDERS AND
      * VENDORS) COME BACK UNCHANGED ON A RESTORE.
	   186-COPY-SEQUENTIAL-FILE.
         OPEN INPUT SOURCE-FILE
         IF WS-SOURCE-STATUS = '00'
           PERFORM 188-OPEN-GENERATION
         END-IF
         IF FILE-SAVED
           MOVE ' ' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
             READ SOURCE-FILE
               AT END
                 MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 WRITE GENERATION-RECORD FROM SOURCE-RECORD
                 ADD 1 TO WS-COPY-COUNT
             END-READ
           END-PERFORM
           CLOSE GENERATION-FILE
         END-IF
         CLOSE SOURCE-FILE
	   .

	   188-OPEN-GENERATION.
         OPEN OUTPUT GENERATION-FILE
         IF WS-GEN-STATUS = '00'
           MOVE 'S' TO WS-SAVE-RESULT
         ELSE
           MOVE 'W' TO WS-SAVE-RESULT
         END-IF
	   .

      * A GENERATION ALREADY ON THE CATALOG FOR THE SAME FILE AND
      * DATE WAS JUST OVERWRITTEN, SO ITS ENTRY IS REPLACED.
	   190-CATALOG-GENERATION.
         PERFORM VARYING CG-INDEX FROM 1 BY 1
           UNTIL CG-INDEX > WS-CAT-COUNT
           IF CG-FILE-NAME(CG-INDEX) = WS-SOURCE-NAME
              AND CG-BACKUP-DATE(CG-INDEX) = WS-DATE-NUM
             MOVE 'N' TO CG-KEEP(CG-INDEX)
           END-IF
         END-PERFORM
         ADD 1 TO WS-CAT-COUNT
         SET CG-INDEX TO WS-CAT-COUNT
         MOVE WS-DATE-NUM TO CG-BACKUP-DATE(CG-INDEX)
         MOVE WS-LOG-TIME TO CG-BACKUP-TIME(CG-INDEX)
         MOVE WS-SOURCE-NAME TO CG-FILE-NAME(CG-INDEX)
         MOVE WS-GEN-NAME TO CG-GEN-NAME(CG-INDEX)
         MOVE WS-COPY-COUNT TO CG-REC-COUNT(CG-INDEX)
         MOVE 'Y' TO CG-KEEP(CG-INDEX)
	   .

      * ONLY THE NEWEST GENERATIONS OF EACH FILE ARE KEPT. THE OLDEST
      * ONES ARE DELETED FROM DISK AND DROPPED FROM THE CATALOG.
	   200-DROP-OLD-GENERATIONS.
         PERFORM VARYING FT-INDEX FROM 1 BY 1
           UNTIL FT-INDEX > 7
           MOVE FT-FILE-NAME(FT-INDEX) TO WS-SOURCE-NAME
           MOVE ZEROS TO WS-GEN-COUNT
           PERFORM VARYING CG-INDEX FROM 1 BY 1
             UNTIL CG-INDEX > WS-CAT-COUNT
             IF CG-FILE-NAME(CG-INDEX) = WS-SOURCE-NAME
                AND CG-KEEP(CG-INDEX) = 'Y'
               ADD 1 TO WS-GEN-COUNT
             END-IF
           END-PERFORM
           PERFORM 205-DROP-OLDEST-GENERATION
             UNTIL WS-GEN-COUNT NOT > WS-KEEP-GENS
         END-PERFORM
	   .

	   205-DROP-OLDEST-GENERATION.
         MOVE 99999999999999 TO WS-OLDEST-STAMP
         SET OLD-INDEX TO 1
         PERFORM VARYING CG-INDEX FROM 1 BY 1
           UNTIL CG-INDEX > WS-CAT-COUNT
           IF CG-FILE-NAME(CG-INDEX) = WS-SOURCE-NAME
              AND CG-KEEP(CG-INDEX) = 'Y'
             COMPUTE WS-ENTRY-STAMP =
               CG-BACKUP-DATE(CG-INDEX) * 1000000
               + CG-BACKUP-TIME(CG-INDEX)
             IF WS-ENTRY-STAMP < WS-OLDEST-STAMP
               MOVE WS-ENTRY-STAMP TO WS-OLDEST-STAMP
               SET OLD-INDEX TO CG-INDEX
             END-IF
           END-IF
         END-PERFORM
         CALL 'CBL_DELETE_FILE' USING CG-GEN-NAME(OLD-INDEX)
           RETURNING WS-DELETE-RC
         MOVE 'N' TO CG-KEEP(OLD-INDEX)
         SUBTRACT 1 FROM WS-GEN-COUNT
         ADD 1 TO WS-GENS-DROPPED
         MOVE CG-FILE-NAME(OLD-INDEX) TO DL-FILE-NAME
         MOVE CG-GEN-NAME(OLD-INDEX) TO DL-GEN-NAME
         MOVE CG-REC-COUNT(OLD-INDEX) TO DL-RECORDS
         IF WS-DELETE-RC = 0
           MOVE 'OLD GENERATION DELETED' TO DL-RESULT
         ELSE
           MOVE 'DROPPED - FILE NOT DELETED' TO DL-RESULT
           ADD 1 TO WS-DELETE-FAIL-CNT
         END-IF
         MOVE DETAIL-LINE TO REPORT-RECORD
         MOVE 1 TO PROPER-SPACING
         PERFORM 250-WRITE-A-LINE
	   .

	   220-REWRITE-CATALOG.
         OPEN OUTPUT CATALOG-FILE
         PERFORM VARYING CG-INDEX FROM 1 BY 1
           UNTIL CG-INDEX > WS-CAT-COUNT
           IF CG-KEEP(CG-INDEX) = 'Y'
             MOVE CG-BACKUP-DATE(CG-INDEX) TO CT-BACKUP-DATE
             MOVE CG-BACKUP-TIME(CG-INDEX) TO CT-BACKUP-TIME
             MOVE CG-FILE-NAME(CG-INDEX) TO CT-FILE-NAME
             MOVE CG-GEN-NAME(CG-INDEX) TO CT-GEN-NAME
             MOVE CG-REC-COUNT(CG-INDEX) TO CT-REC-COUNT
             WRITE CATALOG-RECORD
             ADD 1 TO WS-GENS-ON-CATALOG
           END-IF
         END-PERFORM
         CLOSE CATALOG-FILE
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

       270-REPORT-CATALOG-FULL.
	   MOVE CATALOG-FULL-LINE TO REPORT-RECORD
	   MOVE 2 TO PROPER-SPACING
	   PERFORM 250-WRITE-A-LINE
	   DISPLAY 'BACKUP RUN REFUSED - BACKUP CATALOG TABLE FULL'
	   MOVE 8 TO RETURN-CODE
	   .

       275-PRINT-TOTALS.
	MOVE 'FILES SAVED:' TO TL-LABEL
	MOVE WS-FILES-SAVED TO TL-COUNT
	MOVE TOTAL-LINE TO REPORT-RECORD
	MOVE 3 TO PROPER-SPACING
	PERFORM 250-WRITE-A-LINE
	MOVE 'FILES NOT SAVED:' TO TL-LABEL
	MOVE WS-FILES-NOT-SAVED TO TL-COUNT
	MOVE TOTAL-LINE TO REPORT-RECORD
	MOVE 1 TO PROPER-SPACING
	PERFORM 250-WRITE-A-LINE
	MOVE 'RECORDS SAVED:' TO TL-LABEL
	MOVE WS-RECORDS-SAVED TO TL-COUNT
	MOVE TOTAL-LINE TO REPORT-RECORD
	PERFORM 250-WRITE-A-LINE
	MOVE 'OLD GENERATIONS DROPPED:' TO TL-LABEL
	MOVE WS-GENS-DROPPED TO TL-COUNT
	MOVE TOTAL-LINE TO REPORT-RECORD
	PERFORM 250-WRITE-A-LINE
	MOVE 'GENERATIONS ON CATALOG:' TO TL-LABEL
	MOVE WS-GENS-ON-CATALOG TO TL-COUNT
	MOVE TOTAL-LINE TO REPORT-RECORD
	PERFORM 250-WRITE-A-LINE
	IF WS-FILES-NOT-SAVED > 0
	  MOVE 8 TO RETURN-CODE
	  DISPLAY 'PROGRAM28 BACKUP INCOMPLETE - '
	    WS-FILES-NOT-SAVED ' FILES NOT SAVED'
	END-IF
	IF WS-DELETE-FAIL-CNT > 0
	  DISPLAY 'PROGRAM28 ' WS-DELETE-FAIL-CNT
	    ' DROPPED GENERATIONS COULD NOT BE DELETED'
	END-IF
	   .

       300-FINAL-ROUTINE.
		CLOSE REPORT-FILE
		IF CATALOG-LOADED
		  PERFORM 310-LOG-RUN-END
		END-IF
		STOP RUN
	   .

       310-LOG-RUN-END.
         OPEN EXTEND RUN-LOG-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
         MOVE 'PROGRAM28' TO RL-PROGRAM
         MOVE WS-LOG-DATE TO RL-DATE
         MOVE WS-LOG-TIME TO RL-TIME
         MOVE 'E' TO RL-TYPE
         MOVE 'C' TO RL-STATUS
         MOVE WS-RECORDS-SAVED TO RL-REC-COUNT
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE
	   .
