      *  CATALOG NUMBER NOT ON FILE, ARE REJECTED. EVERY TRANSACTION
      *  IS PRINTED ON A MAINTENANCE REGISTER SHOWING THE BEFORE AND
      *  AFTER IMAGE OF THE MASTER RECORD SO THERE IS AN AUDIT TRAIL
      *  OF EVERY PRICE AND DESCRIPTION CHANGE. A PRICE CHANGE IS
      *  NOT PUT ON THE MASTER HERE. IT IS WRITTEN TO THE PENDING
      *  PRICE FILE WITH ITS EFFECTIVE DATE, AND THE PRICE
      *  ACTIVATION RUN (PROGRAM23) MOVES IT ONTO THE MASTER WHEN
      *  THAT DATE ARRIVES.
      ****************************************************************
      * TRANSACTION FILE (PR1ITEMTRAN.TXT):
      *  1. ACTION CODE (A = ADD, C = CHANGE, D = DELETE)
      *  2. CATALOG NUMBER
      *  3. ITEM DESCRIPTION (CHANGE: SPACES MEANS KEEP CURRENT)
      *  4. UNIT PRICE (CHANGE: ZERO MEANS KEEP CURRENT)
      *  5. EFFECTIVE DATE OF A PRICE CHANGE, YYYYMMDD (SPACES
      *     MEANS TODAY). A DATE BEFORE TODAY IS REJECTED.
      ****************************************************************
      * PENDING PRICE FILE (PR1PENDPRICE.TXT), APPENDED:
      *  1. CATALOG NUMBER
      *  2. EFFECTIVE DATE
      *  3. NEW UNIT PRICE
      *  4. DATE THE CHANGE WAS ENTERED
      ****************************************************************
      * REGISTER OUTPUT (ITEM-MAINT-REGISTER.TXT):
      *  1. ACTION CODE
      *  2. CATALOG NUMBER
      *  3. BEFORE DESCRIPTION AND PRICE
      *  4. AFTER DESCRIPTION AND PRICE
      *  5. DISPOSITION (APPLIED, PRICE DUE AND ITS EFFECTIVE
      *     DATE, OR THE REJECT REASON). THE AFTER PRICE OF A
      *     PENDING CHANGE IS THE NEW PRICE.
      *  TRANSACTION COUNTS ARE PRINTED AT THE END.
      ****************************************************************
      * MODIFICATION HISTORY:
      *  2026-10-15  KAD  PRICE CHANGES CARRY AN EFFECTIVE DATE AND
      *                   GO TO THE PENDING PRICE FILE
      *                   PR1PENDPRICE.TXT INSTEAD OF THE MASTER
      *  2026-09-02  KAD  WRITES START AND END RECORDS TO THE SHARED
      *                   RUN LOG RUNLOG.TXT FOR THE BATCH STATUS
      *                   RUN
		 ORGANIZATION IS INDEXED
		 ACCESS MODE IS RANDOM
		 RECORD KEY IS IM-CATALOG-NUMBER.
      *
       SELECT OPTIONAL PENDING-PRICE-FILE
	     ASSIGN TO "PR1PENDPRICE.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT RUN-LOG-FILE
	     ASSIGN TO "RUNLOG.TXT"
       FILE SECTION.

       FD TRAN-FILE
	    RECORD CONTAINS 39 CHARACTERS.

       01 TRAN-RECORD.
          05 TR-ACTION		      PIC X.
          05 TR-UNIT-PRICE	      PIC 999V99.
          05 TR-UNIT-PRICE-X REDEFINES TR-UNIT-PRICE
				      PIC X(5).
          05 TR-EFFECTIVE-DATE      PIC 9(8).
          05 TR-EFFECTIVE-DATE-X REDEFINES TR-EFFECTIVE-DATE
				      PIC X(8).

       FD REGISTER-FILE
        RECORD CONTAINS 110 CHARACTERS.
          05 IM-ITEM-DESCRIPTION    PIC X(20).
          05 IM-UNIT-PRICE	      PIC 999V99.

       FD PENDING-PRICE-FILE
        RECORD CONTAINS 26 CHARACTERS.

       01 PENDING-PRICE-RECORD.
          05 PP-CATALOG-NUMBER      PIC X(5).
          05 PP-EFFECTIVE-DATE      PIC 9(8).
          05 PP-NEW-PRICE	      PIC 999V99.
          05 PP-ENTERED-DATE	      PIC 9(8).

       FD RUN-LOG-FILE
        RECORD CONTAINS 31 CHARACTERS.

          05 EOF-FLAG		      PIC X	VALUE ' '.
          05 WS-FOUND-FLAG	      PIC X	VALUE ' '.
             88 MASTER-FOUND	        VALUE 'Y'.
          05 WS-PRICE-FLAG	      PIC X	VALUE ' '.
             88 PRICE-PENDING	        VALUE 'Y'.

       01 TOTAL-FIELDS.
          05 WS-TRAN-COUNT	      PIC 9(6)	VALUE 0.
          05 WS-CHANGE-COUNT	      PIC 9(6)	VALUE 0.
          05 WS-DELETE-COUNT	      PIC 9(6)	VALUE 0.
          05 WS-REJECT-COUNT	      PIC 9(6)	VALUE 0.
          05 WS-PENDING-COUNT	      PIC 9(6)	VALUE 0.

       01 WS-PRICE-FIELDS.
          05 WS-EFFECTIVE-DATE      PIC 9(8).
          05 WS-EFFECTIVE-DATE-X REDEFINES WS-EFFECTIVE-DATE.
             10 WS-EFF-YEAR	      PIC 9(4).
             10 WS-EFF-MONTH	      PIC 99.
             10 WS-EFF-DAY	      PIC 99.

       01 WS-BEFORE-IMAGE.
          05 WS-BEF-DESCRIP	      PIC X(20).
          05 WS-YEAR		      PIC 9(4).
          05 WS-MONTH		      PIC 99.
          05 WS-DAY		      PIC 99.
       01 WS-TODAY REDEFINES WS-DATE  PIC 9(8).

       01 PAGE-HEADING-LINE.
          05 DL-MONTH		      PIC 99.
          05 DL-AFT-PRICE	      PIC $Z99.99.
          05			      PIC X(2) VALUE ' '.
          05 DL-DISPOSITION	      PIC X(20).
          05 DL-DUE-DISPOSITION REDEFINES DL-DISPOSITION.
             10 DL-DUE-LABEL	      PIC X(10).
             10 DL-DUE-YEAR	      PIC 9(4).
             10 DL-DUE-SLASH-1	      PIC X.
             10 DL-DUE-MONTH	      PIC 99.
             10 DL-DUE-SLASH-2	      PIC X.
             10 DL-DUE-DAY	      PIC 99.

       01 TOTAL-LINE.
          05			      PIC X(1) VALUE ' '.
         OPEN INPUT   TRAN-FILE
	      I-O     ITEM-MASTER-FILE
	      OUTPUT  REGISTER-FILE
	      EXTEND  PENDING-PRICE-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-DATE
         MOVE WS-YEAR TO DL-YEAR
         MOVE WS-DAY TO DL-DAY
	   MOVE ZEROS TO DL-BEF-PRICE
	   MOVE SPACES TO DL-AFT-DESCRIP
	   MOVE ZEROS TO DL-AFT-PRICE
	   MOVE ' ' TO WS-PRICE-FLAG

	   PERFORM 210-LOOKUP-MASTER

         IF MASTER-FOUND
           MOVE WS-BEF-DESCRIP TO DL-BEF-DESCRIP
           MOVE WS-BEF-PRICE TO DL-BEF-PRICE
           IF TR-UNIT-PRICE-X IS NUMERIC
	          AND TR-UNIT-PRICE NOT = ZEROS
	          AND TR-UNIT-PRICE NOT = WS-BEF-PRICE
             MOVE 'Y' TO WS-PRICE-FLAG
           END-IF
           MOVE WS-TODAY TO WS-EFFECTIVE-DATE
           IF TR-EFFECTIVE-DATE-X IS NUMERIC
             MOVE TR-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           END-IF
           EVALUATE TRUE
             WHEN TR-UNIT-PRICE-X NOT = SPACES
	          AND TR-UNIT-PRICE-X IS NOT NUMERIC
               MOVE 'BAD PRICE' TO DL-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
             WHEN PRICE-PENDING
	          AND TR-EFFECTIVE-DATE-X NOT = SPACES
	          AND TR-EFFECTIVE-DATE-X IS NOT NUMERIC
               MOVE 'BAD EFFECTIVE DATE' TO DL-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
             WHEN PRICE-PENDING
	          AND FUNCTION TEST-DATE-YYYYMMDD(WS-EFFECTIVE-DATE)
	              NOT = 0
               MOVE 'BAD EFFECTIVE DATE' TO DL-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
             WHEN PRICE-PENDING
	          AND WS-EFFECTIVE-DATE < WS-TODAY
               MOVE 'PRICE DATE PAST' TO DL-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
             WHEN OTHER
               PERFORM 235-REWRITE-CHANGE
           END-EVALUATE
         ELSE
           MOVE 'NOT ON FILE' TO DL-DISPOSITION
           ADD 1 TO WS-REJECT-COUNT
         END-IF
	   .

      * THE DESCRIPTION GOES ON THE MASTER NOW. A NEW PRICE IS ONLY
      * QUEUED ON THE PENDING FILE, SO THE MASTER KEEPS THE OLD PRICE
      * UNTIL THE ACTIVATION RUN REACHES THE EFFECTIVE DATE.
       235-REWRITE-CHANGE.
         IF TR-ITEM-DESCRIPTION NOT = SPACES
           MOVE TR-ITEM-DESCRIPTION TO IM-ITEM-DESCRIPTION
         END-IF
         REWRITE ITEM-MASTER-RECORD
           INVALID KEY
             MOVE 'CHANGE FAILED' TO DL-DISPOSITION
             ADD 1 TO WS-REJECT-COUNT
           NOT INVALID KEY
             MOVE IM-ITEM-DESCRIPTION TO DL-AFT-DESCRIP
             MOVE IM-UNIT-PRICE TO DL-AFT-PRICE
             MOVE 'APPLIED' TO DL-DISPOSITION
             ADD 1 TO WS-CHANGE-COUNT
             IF PRICE-PENDING
               PERFORM 237-WRITE-PENDING-PRICE
             END-IF
         END-REWRITE
	   .

       237-WRITE-PENDING-PRICE.
         MOVE TR-CATALOG-NUMBER TO PP-CATALOG-NUMBER
         MOVE WS-EFFECTIVE-DATE TO PP-EFFECTIVE-DATE
         MOVE TR-UNIT-PRICE TO PP-NEW-PRICE
         MOVE WS-TODAY TO PP-ENTERED-DATE
         WRITE PENDING-PRICE-RECORD
         ADD 1 TO WS-PENDING-COUNT
         MOVE TR-UNIT-PRICE TO DL-AFT-PRICE
         MOVE 'PRICE DUE ' TO DL-DUE-LABEL
         MOVE WS-EFF-YEAR TO DL-DUE-YEAR
         MOVE '-' TO DL-DUE-SLASH-1
         MOVE WS-EFF-MONTH TO DL-DUE-MONTH
         MOVE '-' TO DL-DUE-SLASH-2
         MOVE WS-EFF-DAY TO DL-DUE-DAY
	   .

       240-APPLY-DELETE.
         IF MASTER-FOUND
           MOVE WS-BEF-DESCRIP TO DL-BEF-DESCRIP
        MOVE WS-CHANGE-COUNT TO TL-COUNT
        MOVE TOTAL-LINE TO REGISTER-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'PRICE CHANGES PENDING' TO TL-LABEL
        MOVE WS-PENDING-COUNT TO TL-COUNT
        MOVE TOTAL-LINE TO REGISTER-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'DELETES APPLIED' TO TL-LABEL
        MOVE WS-DELETE-COUNT TO TL-COUNT
        MOVE TOTAL-LINE TO REGISTER-RECORD
		CLOSE TRAN-FILE
              REGISTER-FILE
              ITEM-MASTER-FILE
              PENDING-PRICE-FILE
		PERFORM 310-LOG-RUN-END
		STOP RUN
	   .
