      * PRINT AT THE END SO PAYABLES CAN SIGN OFF THE WEEK IN ONE
      * PASS. RUNS AFTER THE INVENTORY REPORT RUN HAS WRITTEN THE
      * EXTRACT.
      * EVERY INVOICE THAT MATCHES WITHIN TOLERANCE BECOMES A VOUCHER
      * ON THE OPEN PAYABLES FILE PR4OPENAP.TXT, DATED FROM THE
      * INVOICE DATE BY THE VENDOR S TERMS ON PR4VENDMAST.TXT: THE
      * DUE DATE IS THE INVOICE DATE PLUS THE NET DAYS, AND WHEN THE
      * VENDOR OFFERS AN EARLY-PAY DISCOUNT THE DISCOUNT DATE IS THE
      * INVOICE DATE PLUS THE DISCOUNT DAYS. AN INVOICE ALREADY ON
      * THE OPEN PAYABLES FILE IS NOT VOUCHERED TWICE.
      * INVOICES OVER TOLERANCE ARE CARRIED ON THE HOLD LIST
      * PR4APHOLD.TXT FROM RUN TO RUN UNTIL THEY ARE CLEARED: BY A
      * LATER COPY OF THE INVOICE THAT MATCHES, OR BY A CLEARANCE ON
      * PR4HOLDCLR.TXT THAT RELEASES THE INVOICE FOR VOUCHERING AT
      * ITS INVOICE AMOUNT OR VOIDS IT. THE INVOICES STILL ON HOLD
      * ARE LISTED AFTER THE UNBILLED VENDOR TOTALS.
      ****************************************************************
      * INPUT FILES:
      * 1. PR4INVOICE.TXT - INVOICE TRANSACTIONS: VENDOR ID,
      *    WAREHOUSE, INVOICE NUMBER, INVOICE AMOUNT, INVOICE DATE
      *    (YYYYMMDD; SPACES MEAN THE RUN DATE)
      * 2. PR4APEXTRACT.TXT - THE PAYABLES FEED; ONLY THE TYPE-V
      *    VENDOR-BREAK RECORDS ARE USED HERE
      * 3. PR4INVTOL-CTL.TXT (OPTIONAL) - TOLERANCE PERCENTAGE AS A
      *    TWO DIGIT NUMBER. DEFAULTS TO FIVE PERCENT.
      * 4. PR4VENDMAST.TXT - VENDOR MASTER: VENDOR ID, NAME, NET
      *    DAYS, DISCOUNT PERCENT, DISCOUNT DAYS. A VENDOR WITH NO
      *    TERMS ON FILE IS NET 30 WITH NO DISCOUNT.
      * 5. PR4OPENAP.TXT (OPTIONAL) - OPEN PAYABLES, READ FOR THE
      *    VENDOR AND INVOICE NUMBERS ALREADY VOUCHERED
      * 6. PR4APHOLD.TXT (OPTIONAL) - THE HOLD LIST FROM THE LAST RUN
      * 7. PR4HOLDCLR.TXT (OPTIONAL) - HOLD CLEARANCES: VENDOR ID,
      *    INVOICE NUMBER, ACTION (R RELEASE FOR PAYMENT, V VOID),
      *    INITIALS OF THE CLERK CLEARING IT
      ****************************************************************
      * OUTPUT FILES:
      * 1. PR4OPENAP.TXT - ONE VOUCHER APPENDED PER INVOICE MATCHED
      *    OR RELEASED: VENDOR, WAREHOUSE, INVOICE NUMBER, INVOICE
      *    DATE, DUE DATE, DISCOUNT DATE, AMOUNT, DISCOUNT AMOUNT,
      *    VOUCHER DATE, STATUS (O OPEN), PAID DATE, DISCOUNT TAKEN,
      *    NET PAID (THE LAST THREE ARE SET BY THE PAYMENT RUN)
      * 2. PR4APHOLD.TXT - REWRITTEN WITH THE INVOICES STILL ON HOLD:
      *    VENDOR, WAREHOUSE, INVOICE NUMBER, INVOICE DATE, INVOICE
      *    AMOUNT, EXTRACT AMOUNT, DATE FIRST HELD. WHEN THE HOLD LIST
      *    OUTGROWS ITS TABLE THE FILE IS LEFT AS IT WAS, AND A HOLD
      *    VOUCHERED IN THE MEANTIME DROPS OFF ON THE NEXT RUN.
      ****************************************************************
      * REPORT OUTPUT (INVOICE-MATCH-REPORT-KAD):
      * 1. HOLD CLEARANCES AND THEIR DISPOSITION
      * 2. VENDOR, WAREHOUSE, INVOICE NUMBER, INVOICE AND EXTRACT
      *    AMOUNTS, DIFFERENCE, AND DISPOSITION PER INVOICE
      * 3. EXTRACT VENDOR TOTALS THAT RECEIVED NO INVOICE
      * 4. INVOICES STILL ON HOLD AND THE DATE EACH WAS FIRST HELD
      * 5. MATCHED, EXCEPTION, UNMATCHED, VOUCHERED AND HOLD TOTALS
      ****************************************************************
      * MODIFICATION HISTORY:
      * MODIFIED 2026-10-15: (KAD) THE HOLD LIST IS NOT REWRITTEN
      *   WHEN IT OUTGROWS ITS TABLE, SO NO HELD INVOICE IS LOST, AND
      *   A HOLD ALREADY VOUCHERED IS DROPPED WHEN THE LIST IS LOADED.
      * MODIFIED 2026-10-15: (KAD) MATCHED INVOICES ARE VOUCHERED TO
      *   THE OPEN PAYABLES FILE WITH DUE AND DISCOUNT DATES FROM THE
      *   VENDOR TERMS, AND INVOICES OVER TOLERANCE ARE CARRIED ON A
      *   HOLD LIST UNTIL CLEARED. THE INVOICE NOW CARRIES ITS DATE.
      * WRITTEN 2026-09-02: (KAD) INITIAL VERSION
      ****************************************************************

          ASSIGN TO "PR4INVTOL-CTL.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TOLERANCE-STATUS.
      *
       SELECT VENDOR-MASTER-FILE
          ASSIGN TO "PR4VENDMAST.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT OPTIONAL OPEN-AP-FILE
          ASSIGN TO "PR4OPENAP.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPEN-AP-STATUS.
      *
       SELECT OPTIONAL HOLD-FILE
          ASSIGN TO "PR4APHOLD.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOLD-STATUS.
      *
       SELECT OPTIONAL HOLD-CLEAR-FILE
          ASSIGN TO "PR4HOLDCLR.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOLD-CLEAR-STATUS.
      *
       SELECT REPORT-FILE
          ASSIGN TO "INVOICE-MATCH-REPORT-KAD".
       FILE SECTION.

       FD INVOICE-FILE
          RECORD CONTAINS 22 TO 30 CHARACTERS.

       01 INVOICE-RECORD.
          05 IV-VENDOR-ID           PIC X.
          05 IV-AMOUNT              PIC 9(7)V99.
          05 IV-AMOUNT-X REDEFINES IV-AMOUNT
                                    PIC X(9).
          05 IV-INVOICE-DATE        PIC 9(8).
          05 IV-INVOICE-DATE-X REDEFINES IV-INVOICE-DATE
                                    PIC X(8).

       FD AP-EXTRACT-FILE
          RECORD CONTAINS 34 CHARACTERS.
       01 TOLERANCE-RECORD.
          05 TL-PERCENT           PIC 99.

       FD VENDOR-MASTER-FILE
          RECORD CONTAINS 7 TO 16 CHARACTERS.

       01 VENDOR-MASTER-RECORD.
          05 VM-VENDOR-ID         PIC X.
          05 VM-VENDOR-NAME       PIC X(6).
          05 VM-NET-DAYS          PIC 9(3).
          05 VM-NET-DAYS-X REDEFINES VM-NET-DAYS
                                  PIC X(3).
          05 VM-DISC-PCT          PIC 99V9.
          05 VM-DISC-PCT-X REDEFINES VM-DISC-PCT
                                  PIC X(3).
          05 VM-DISC-DAYS         PIC 9(3).
          05 VM-DISC-DAYS-X REDEFINES VM-DISC-DAYS
                                  PIC X(3).

       FD OPEN-AP-FILE
          RECORD CONTAINS 90 CHARACTERS.

       01 VOUCHER-RECORD.
          05 VO-VENDOR-ID         PIC X.
          05 VO-WH-ID             PIC X(4).
          05 VO-INVOICE-NO        PIC X(8).
          05 VO-INVOICE-DATE      PIC 9(8).
          05 VO-DUE-DATE          PIC 9(8).
          05 VO-DISC-DATE         PIC 9(8).
          05 VO-AMOUNT            PIC 9(7)V99.
          05 VO-DISC-AMT          PIC 9(7)V99.
          05 VO-VOUCHER-DATE      PIC 9(8).
          05 VO-STATUS            PIC X.
          05 VO-PAID-DATE         PIC 9(8).
          05 VO-DISC-TAKEN        PIC 9(7)V99.
          05 VO-NET-PAID          PIC 9(7)V99.

       FD HOLD-FILE
          RECORD CONTAINS 49 CHARACTERS.

       01 HOLD-RECORD.
          05 HD-VENDOR-ID         PIC X.
          05 HD-WH-ID             PIC X(4).
          05 HD-INVOICE-NO        PIC X(8).
          05 HD-INVOICE-DATE      PIC 9(8).
          05 HD-AMOUNT            PIC 9(7)V99.
          05 HD-EXTRACT-AMT       PIC 9(9)V99.
          05 HD-HOLD-DATE         PIC 9(8).

       FD HOLD-CLEAR-FILE
          RECORD CONTAINS 13 CHARACTERS.

       01 HOLD-CLEAR-RECORD.
          05 HC-VENDOR-ID         PIC X.
          05 HC-INVOICE-NO        PIC X(8).
          05 HC-ACTION            PIC X.
             88 HC-RELEASE                VALUE 'R'.
             88 HC-VOID                   VALUE 'V'.
          05 HC-INITIALS          PIC X(3).

       FD REPORT-FILE
          RECORD CONTAINS 95 CHARACTERS.

       01 FLAGS.
          05 EOF-FLAG             PIC X VALUE 'N'.
          05 EX-EOF-FLAG          PIC X VALUE 'N'.
          05 VM-EOF-FLAG          PIC X VALUE 'N'.
          05 VO-EOF-FLAG          PIC X VALUE 'N'.
          05 HD-EOF-FLAG          PIC X VALUE 'N'.
          05 HC-EOF-FLAG          PIC X VALUE 'N'.
          05 WS-DATE-OK           PIC X VALUE 'N'.
          05 WS-HOLD-FOUND        PIC X VALUE 'N'.
          05 WS-VOUCHERED-FLAG    PIC X VALUE 'N'.
          05 WS-HOLD-FULL-FLAG    PIC X VALUE 'N'.
             88 HOLD-TABLE-FULL           VALUE 'Y'.
          05 WS-TOLERANCE-STATUS  PIC XX.
          05 WS-OPEN-AP-STATUS    PIC XX.
          05 WS-HOLD-STATUS       PIC XX.
          05 WS-HOLD-CLEAR-STATUS PIC XX.

       01 WS-DATE.
          05 WS-YEAR              PIC 9(4).
          05 WS-MONTH             PIC 99.
          05 WS-DAY               PIC 99.
       01 WS-DATE-NUM REDEFINES WS-DATE
                                  PIC 9(8).

       01 WS-WORK-DATE.
          05 WS-WORK-YEAR         PIC 9(4).
          05 WS-WORK-MONTH        PIC 99.
          05 WS-WORK-DAY          PIC 99.
       01 WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
                                  PIC 9(8).

       01 RUN-LOG-FIELDS.
          05 WS-LOG-STAMP.
          05 WS-EXCEPT-DOLLARS    PIC 9(11)V99 VALUE 0.
          05 WS-NOEXT-DOLLARS     PIC 9(11)V99 VALUE 0.
          05 WS-NOINV-DOLLARS     PIC 9(11)V99 VALUE 0.
          05 WS-BADDATE-COUNT     PIC 9(6)    VALUE 0.
          05 WS-VOUCHER-WRITTEN   PIC 9(6)    VALUE 0.
          05 WS-VOUCHER-DOLLARS   PIC 9(11)V99 VALUE 0.
          05 WS-VOUCHERED-BEFORE  PIC 9(6)    VALUE 0.
          05 WS-HOLD-ADDED        PIC 9(6)    VALUE 0.
          05 WS-HOLD-MATCHED      PIC 9(6)    VALUE 0.
          05 WS-HOLD-RELEASED     PIC 9(6)    VALUE 0.
          05 WS-HOLD-VOIDED       PIC 9(6)    VALUE 0.
          05 WS-HOLD-OPEN-COUNT   PIC 9(6)    VALUE 0.
          05 WS-HOLD-OPEN-DOLLARS PIC 9(11)V99 VALUE 0.
          05 WS-CLEAR-READ        PIC 9(6)    VALUE 0.
          05 WS-CLEAR-REFUSED     PIC 9(6)    VALUE 0.
          05 WS-HOLD-FULL-COUNT   PIC 9(6)    VALUE 0.
          05 WS-VOUCHER-FULL-COUNT
                                  PIC 9(6)    VALUE 0.
          05 WS-VENDOR-COUNT      PIC 9(3)    VALUE 0.
          05 WS-VOUCHER-COUNT     PIC 9(4)    VALUE 0.
          05 WS-HOLD-COUNT        PIC 9(3)    VALUE 0.
          05 WS-INVOICE-DATE      PIC 9(8).
          05 WS-TODAY-INT         PIC 9(7).
          05 WS-INVOICE-INT       PIC 9(7).
          05 WS-WORK-INT          PIC 9(7).
          05 WS-NET-DAYS          PIC 9(3).
          05 WS-DISC-PCT          PIC 99V9.
          05 WS-DISC-DAYS         PIC 9(3).
          05 WS-VOUCHER-KEY.
             10 WS-KEY-VENDOR-ID  PIC X.
             10 WS-KEY-INVOICE-NO PIC X(8).

       01 EXTRACT-TABLE.
          05 EX-ENTRY OCCURS 1 TO 200 TIMES
             10 EX-TOTAL-COST     PIC 9(9)V99.
             10 EX-MATCHED        PIC X.

       01 VENDOR-TERMS-TABLE.
          05 VT-ENTRY OCCURS 1 TO 100 TIMES
                DEPENDING ON WS-VENDOR-COUNT
                INDEXED BY VT-INDEX.
             10 VT-VENDOR-ID      PIC X.
             10 VT-NET-DAYS       PIC 9(3).
             10 VT-DISC-PCT       PIC 99V9.
             10 VT-DISC-DAYS      PIC 9(3).

      * VENDOR ID AND INVOICE NUMBER OF EVERY VOUCHER ON FILE, PAID
      * OR NOT, SO THAT AN INVOICE IS NEVER VOUCHERED TWICE.
       01 VOUCHER-KEY-TABLE.
          05 VK-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-VOUCHER-COUNT
                INDEXED BY VK-INDEX.
             10 VK-KEY            PIC X(9).

       01 HOLD-TABLE.
          05 HT-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-HOLD-COUNT
                INDEXED BY HT-INDEX.
             10 HT-KEY.
                15 HT-VENDOR-ID   PIC X.
                15 HT-INVOICE-NO  PIC X(8).
             10 HT-WH-ID          PIC X(4).
             10 HT-INVOICE-DATE   PIC 9(8).
             10 HT-AMOUNT         PIC 9(7)V99.
             10 HT-EXTRACT-AMT    PIC 9(9)V99.
             10 HT-HOLD-DATE      PIC 9(8).
             10 HT-CLEARED        PIC X.

       01 PAGE-HEADING-1.
          05 PIC X(34) VALUE SPACES.
          05 PIC X(11) VALUE 'FIREFLY LTD'.
          05                      PIC X(2) VALUE SPACES.
          05 DL-DISPOSITION       PIC X(26).

       01 SECTION-LINE.
          05 SL-LABEL             PIC X(30).

       01 HOLD-SINCE-MSG.
          05                      PIC X(14) VALUE 'ON HOLD SINCE '.
          05 HS-MONTH             PIC 99.
          05                      PIC X VALUE '/'.
          05 HS-DAY               PIC 99.
          05                      PIC X VALUE '/'.
          05 HS-YEAR              PIC 9999.

       01 CLEARANCE-MSG.
          05 CR-ACTION-TEXT       PIC X(9).
          05                      PIC X VALUE '('.
          05 CR-INITIALS          PIC X(3).
          05                      PIC X(2) VALUE ') '.
          05 CR-RESULT-TEXT       PIC X(11).

       01 TOTAL-LINE.
          05                      PIC X(5) VALUE SPACES.
          05 TL-LABEL             PIC X(30).
       000-MAIN-MODULE.
          PERFORM 005-LOG-RUN-START
          MOVE FUNCTION CURRENT-DATE TO WS-DATE
          MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) TO WS-TODAY-INT
          PERFORM 009-GET-TOLERANCE
          PERFORM 010-LOAD-EXTRACT-TABLE
          PERFORM 020-LOAD-VENDOR-TERMS
          PERFORM 022-LOAD-VOUCHER-KEYS
          PERFORM 024-LOAD-HOLD-LIST
          PERFORM 025-HOUSEKEEPING
          PERFORM 030-APPLY-HOLD-CLEARANCES
          PERFORM 050-READ-ROUTINE
          PERFORM 300-LIST-UNBILLED-VENDORS
          PERFORM 320-LIST-HOLDS
          IF NOT HOLD-TABLE-FULL
             PERFORM 330-REWRITE-HOLD-LIST
          END-IF
          PERFORM 400-PRINT-FINAL-TOTALS
          PERFORM 500-FINAL-ROUTINE
       .
          END-IF
       .

      * TERMS THAT ARE MISSING OR NOT NUMERIC DEFAULT TO NET 30 WITH
      * NO DISCOUNT.
       020-LOAD-VENDOR-TERMS.
          OPEN INPUT VENDOR-MASTER-FILE
          PERFORM UNTIL VM-EOF-FLAG = 'Y'
             READ VENDOR-MASTER-FILE
                AT END MOVE 'Y' TO VM-EOF-FLAG
                NOT AT END
                   IF WS-VENDOR-COUNT < 100
                      PERFORM 021-ADD-VENDOR-TERMS
                   END-IF
             END-READ
          END-PERFORM
          CLOSE VENDOR-MASTER-FILE
       .

       021-ADD-VENDOR-TERMS.
          ADD 1 TO WS-VENDOR-COUNT
          MOVE VM-VENDOR-ID TO VT-VENDOR-ID(WS-VENDOR-COUNT)
          IF VM-NET-DAYS-X IS NUMERIC AND VM-NET-DAYS > 0
             MOVE VM-NET-DAYS TO VT-NET-DAYS(WS-VENDOR-COUNT)
          ELSE
             MOVE 30 TO VT-NET-DAYS(WS-VENDOR-COUNT)
          END-IF
          IF VM-DISC-PCT-X IS NUMERIC AND VM-DISC-DAYS-X IS NUMERIC
             MOVE VM-DISC-PCT TO VT-DISC-PCT(WS-VENDOR-COUNT)
             MOVE VM-DISC-DAYS TO VT-DISC-DAYS(WS-VENDOR-COUNT)
          ELSE
             MOVE 0 TO VT-DISC-PCT(WS-VENDOR-COUNT)
             MOVE 0 TO VT-DISC-DAYS(WS-VENDOR-COUNT)
          END-IF
       .

       022-LOAD-VOUCHER-KEYS.
          OPEN INPUT OPEN-AP-FILE
          IF WS-OPEN-AP-STATUS = '00'
             PERFORM UNTIL VO-EOF-FLAG = 'Y'
                READ OPEN-AP-FILE
                   AT END MOVE 'Y' TO VO-EOF-FLAG
                   NOT AT END
                      MOVE VO-VENDOR-ID TO WS-KEY-VENDOR-ID
                      MOVE VO-INVOICE-NO TO WS-KEY-INVOICE-NO
                      PERFORM 023-ADD-VOUCHER-KEY
                END-READ
             END-PERFORM
          END-IF
          CLOSE OPEN-AP-FILE
       .

       023-ADD-VOUCHER-KEY.
          IF WS-VOUCHER-COUNT < 5000
             ADD 1 TO WS-VOUCHER-COUNT
             MOVE WS-VOUCHER-KEY TO VK-KEY(WS-VOUCHER-COUNT)
          ELSE
             ADD 1 TO WS-VOUCHER-FULL-COUNT
          END-IF
       .

       024-LOAD-HOLD-LIST.
          OPEN INPUT HOLD-FILE
          IF WS-HOLD-STATUS = '00'
             PERFORM UNTIL HD-EOF-FLAG = 'Y'
                READ HOLD-FILE
                   AT END MOVE 'Y' TO HD-EOF-FLAG
                   NOT AT END
                      PERFORM 026-LOAD-ONE-HOLD
                END-READ
             END-PERFORM
          END-IF
          CLOSE HOLD-FILE
       .

       025-HOUSEKEEPING.
          OPEN INPUT  INVOICE-FILE
               EXTEND OPEN-AP-FILE
               OUTPUT REPORT-FILE
          MOVE WS-YEAR  TO DL-YEAR
          MOVE WS-MONTH TO DL-MONTH
          PERFORM 075-HEADING-ROUTINE
       .

      * A RELEASED INVOICE IS VOUCHERED AT ITS INVOICE AMOUNT; A
      * VOIDED ONE IS SIMPLY DROPPED FROM THE HOLD LIST. A CLEARANCE
      * WITH NO INITIALS IS REFUSED AND THE INVOICE STAYS ON HOLD.
      * A HOLD ALREADY ON THE OPEN PAYABLES FILE WAS RELEASED IN A RUN
      * THAT COULD NOT REWRITE THE HOLD LIST, SO IT IS NOT LOADED.
       026-LOAD-ONE-HOLD.
          MOVE HD-VENDOR-ID TO WS-KEY-VENDOR-ID
          MOVE HD-INVOICE-NO TO WS-KEY-INVOICE-NO
          PERFORM 135-CHECK-VOUCHERED
          IF WS-VOUCHERED-FLAG NOT = 'Y'
             IF WS-HOLD-COUNT < 500
                ADD 1 TO WS-HOLD-COUNT
                SET HT-INDEX TO WS-HOLD-COUNT
                MOVE HD-VENDOR-ID TO HT-VENDOR-ID(HT-INDEX)
                MOVE HD-INVOICE-NO TO HT-INVOICE-NO(HT-INDEX)
                MOVE HD-WH-ID TO HT-WH-ID(HT-INDEX)
                MOVE HD-INVOICE-DATE TO HT-INVOICE-DATE(HT-INDEX)
                MOVE HD-AMOUNT TO HT-AMOUNT(HT-INDEX)
                MOVE HD-EXTRACT-AMT TO HT-EXTRACT-AMT(HT-INDEX)
                MOVE HD-HOLD-DATE TO HT-HOLD-DATE(HT-INDEX)
                MOVE ' ' TO HT-CLEARED(HT-INDEX)
             ELSE
                ADD 1 TO WS-HOLD-FULL-COUNT
                MOVE 'Y' TO WS-HOLD-FULL-FLAG
             END-IF
          END-IF
       .

       030-APPLY-HOLD-CLEARANCES.
          OPEN INPUT HOLD-CLEAR-FILE
          IF WS-HOLD-CLEAR-STATUS = '00'
             PERFORM UNTIL HC-EOF-FLAG = 'Y'
                READ HOLD-CLEAR-FILE
                   AT END MOVE 'Y' TO HC-EOF-FLAG
                   NOT AT END
                      PERFORM 035-APPLY-ONE-CLEARANCE
                END-READ
             END-PERFORM
             IF WS-CLEAR-READ > 0
                MOVE 'INVOICES:' TO SL-LABEL
                MOVE SECTION-LINE TO REPORT-RECORD
                PERFORM 175-WRITE-DETAIL-LINE
             END-IF
          END-IF
          CLOSE HOLD-CLEAR-FILE
       .

       035-APPLY-ONE-CLEARANCE.
          ADD 1 TO WS-CLEAR-READ
          IF WS-CLEAR-READ = 1
             MOVE 'HOLD CLEARANCES:' TO SL-LABEL
             MOVE SECTION-LINE TO REPORT-RECORD
             PERFORM 175-WRITE-DETAIL-LINE
          END-IF
          MOVE HC-VENDOR-ID TO WS-KEY-VENDOR-ID
          MOVE HC-INVOICE-NO TO WS-KEY-INVOICE-NO
          PERFORM 145-FIND-HOLD
          MOVE HC-VENDOR-ID TO DL-VENDOR-ID
          MOVE HC-INVOICE-NO TO DL-INVOICE-NO
          MOVE HC-INITIALS TO CR-INITIALS
          MOVE SPACES TO CR-RESULT-TEXT
          IF WS-HOLD-FOUND = 'Y'
             MOVE HT-WH-ID(HT-INDEX) TO DL-WH-ID
             MOVE HT-AMOUNT(HT-INDEX) TO DL-INVOICE-AMT
             MOVE HT-EXTRACT-AMT(HT-INDEX) TO DL-EXTRACT-AMT
             SUBTRACT HT-EXTRACT-AMT(HT-INDEX) FROM HT-AMOUNT(HT-INDEX)
                GIVING WS-DIFF
             MOVE WS-DIFF TO DL-DIFF
          ELSE
             MOVE SPACES TO DL-WH-ID
             MOVE ZEROS TO DL-INVOICE-AMT
             MOVE ZEROS TO DL-EXTRACT-AMT
             MOVE ZEROS TO DL-DIFF
          END-IF
          EVALUATE TRUE
             WHEN WS-HOLD-FOUND NOT = 'Y'
                MOVE 'NOT ON HOLD LIST' TO DL-DISPOSITION
                ADD 1 TO WS-CLEAR-REFUSED
             WHEN HC-INITIALS = SPACES
                MOVE 'NO CLEARING INITIALS' TO DL-DISPOSITION
                ADD 1 TO WS-CLEAR-REFUSED
             WHEN HC-RELEASE
                MOVE 'RELEASED' TO CR-ACTION-TEXT
                MOVE HT-VENDOR-ID(HT-INDEX) TO VO-VENDOR-ID
                MOVE HT-WH-ID(HT-INDEX) TO VO-WH-ID
                MOVE HT-INVOICE-NO(HT-INDEX) TO VO-INVOICE-NO
                MOVE HT-INVOICE-DATE(HT-INDEX) TO VO-INVOICE-DATE
                MOVE HT-AMOUNT(HT-INDEX) TO VO-AMOUNT
                PERFORM 200-WRITE-VOUCHER
                MOVE 'VOUCHERED' TO CR-RESULT-TEXT
                MOVE 'Y' TO HT-CLEARED(HT-INDEX)
                ADD 1 TO WS-HOLD-RELEASED
                MOVE CLEARANCE-MSG TO DL-DISPOSITION
             WHEN HC-VOID
                MOVE 'VOIDED' TO CR-ACTION-TEXT
                MOVE 'Y' TO HT-CLEARED(HT-INDEX)
                ADD 1 TO WS-HOLD-VOIDED
                MOVE CLEARANCE-MSG TO DL-DISPOSITION
             WHEN OTHER
                MOVE 'BAD CLEARANCE ACTION' TO DL-DISPOSITION
                ADD 1 TO WS-CLEAR-REFUSED
          END-EVALUATE
          MOVE DETAIL-LINE TO REPORT-RECORD
          PERFORM 175-WRITE-DETAIL-LINE
       .

       050-READ-ROUTINE.
          PERFORM UNTIL EOF-FLAG = 'Y'
             READ INVOICE-FILE
          MOVE IV-VENDOR-ID TO DL-VENDOR-ID
          MOVE IV-WH-ID TO DL-WH-ID
          MOVE IV-INVOICE-NO TO DL-INVOICE-NO
          PERFORM 102-EDIT-INVOICE-DATE

          IF IV-AMOUNT-X IS NUMERIC AND WS-DATE-OK = 'Y'
             MOVE IV-AMOUNT TO DL-INVOICE-AMT
             IF WS-EX-COUNT = 0
                PERFORM 105-INVOICE-NO-EXTRACT
             MOVE ZEROS TO DL-INVOICE-AMT
             MOVE ZEROS TO DL-EXTRACT-AMT
             MOVE ZEROS TO DL-DIFF
             IF IV-AMOUNT-X IS NUMERIC
                MOVE IV-AMOUNT TO DL-INVOICE-AMT
                MOVE 'BAD INVOICE DATE' TO DL-DISPOSITION
                ADD 1 TO WS-BADDATE-COUNT
             ELSE
                MOVE 'BAD INVOICE AMOUNT' TO DL-DISPOSITION
                ADD 1 TO WS-BADAMT-COUNT
             END-IF
          END-IF

          MOVE DETAIL-LINE TO REPORT-RECORD
          PERFORM 175-WRITE-DETAIL-LINE
       .

      * AN INVOICE KEYED WITHOUT A DATE (OR AN OLD 22-BYTE RECORD)
      * IS DATED THE DAY OF THE RUN.
       102-EDIT-INVOICE-DATE.
          MOVE 'N' TO WS-DATE-OK
          IF IV-INVOICE-DATE-X = SPACES
             MOVE WS-DATE-NUM TO WS-INVOICE-DATE
             MOVE 'Y' TO WS-DATE-OK
          ELSE
             IF IV-INVOICE-DATE-X IS NUMERIC
                MOVE IV-INVOICE-DATE TO WS-WORK-DATE-NUM
                IF FUNCTION TEST-DATE-YYYYMMDD(IV-INVOICE-DATE) = 0
                   MOVE IV-INVOICE-DATE TO WS-INVOICE-DATE
                   MOVE 'Y' TO WS-DATE-OK
                END-IF
             END-IF
          END-IF
       .

       105-INVOICE-NO-EXTRACT.
          MOVE ZEROS TO DL-EXTRACT-AMT
          MOVE ZEROS TO DL-DIFF
             MOVE 'EXCEPTION - OVER TOLERANCE' TO DL-DISPOSITION
             ADD 1 TO WS-EXCEPT-COUNT
             ADD IV-AMOUNT TO WS-EXCEPT-DOLLARS
             PERFORM 140-HOLD-INVOICE
          ELSE
             MOVE 'MATCHED WITHIN TOLERANCE' TO DL-DISPOSITION
             ADD 1 TO WS-MATCH-COUNT
             ADD IV-AMOUNT TO WS-MATCH-DOLLARS
             PERFORM 130-VOUCHER-MATCHED-INVOICE
          END-IF
       .

          END-IF
       .

       130-VOUCHER-MATCHED-INVOICE.
          MOVE IV-VENDOR-ID TO WS-KEY-VENDOR-ID
          MOVE IV-INVOICE-NO TO WS-KEY-INVOICE-NO
          PERFORM 135-CHECK-VOUCHERED
          IF WS-VOUCHERED-FLAG = 'Y'
             MOVE 'MATCHED - VOUCHERED BEFORE' TO DL-DISPOSITION
             ADD 1 TO WS-VOUCHERED-BEFORE
          ELSE
             PERFORM 145-FIND-HOLD
             IF WS-HOLD-FOUND = 'Y'
                MOVE 'Y' TO HT-CLEARED(HT-INDEX)
                MOVE 'MATCHED - HOLD CLEARED' TO DL-DISPOSITION
                ADD 1 TO WS-HOLD-MATCHED
             END-IF
             MOVE IV-VENDOR-ID TO VO-VENDOR-ID
             MOVE IV-WH-ID TO VO-WH-ID
             MOVE IV-INVOICE-NO TO VO-INVOICE-NO
             MOVE WS-INVOICE-DATE TO VO-INVOICE-DATE
             MOVE IV-AMOUNT TO VO-AMOUNT
             PERFORM 200-WRITE-VOUCHER
          END-IF
       .

       135-CHECK-VOUCHERED.
          MOVE 'N' TO WS-VOUCHERED-FLAG
          IF WS-VOUCHER-COUNT > 0
             SET VK-INDEX TO 1
             SEARCH VK-ENTRY
                AT END
                   CONTINUE
                WHEN VK-KEY(VK-INDEX) = WS-VOUCHER-KEY
                   MOVE 'Y' TO WS-VOUCHERED-FLAG
             END-SEARCH
          END-IF
       .

      * AN INVOICE ALREADY ON HOLD HAS ITS AMOUNTS REFRESHED BUT KEEPS
      * THE DATE IT WAS FIRST HELD. ONE ALREADY VOUCHERED IS NOT HELD.
       140-HOLD-INVOICE.
          MOVE IV-VENDOR-ID TO WS-KEY-VENDOR-ID
          MOVE IV-INVOICE-NO TO WS-KEY-INVOICE-NO
          PERFORM 135-CHECK-VOUCHERED
          IF WS-VOUCHERED-FLAG = 'Y'
             ADD 1 TO WS-VOUCHERED-BEFORE
          ELSE
             PERFORM 145-FIND-HOLD
             IF WS-HOLD-FOUND NOT = 'Y'
                IF WS-HOLD-COUNT < 500
                   ADD 1 TO WS-HOLD-COUNT
                   SET HT-INDEX TO WS-HOLD-COUNT
                   MOVE WS-VOUCHER-KEY TO HT-KEY(HT-INDEX)
                   MOVE WS-DATE-NUM TO HT-HOLD-DATE(HT-INDEX)
                   MOVE ' ' TO HT-CLEARED(HT-INDEX)
                   MOVE 'Y' TO WS-HOLD-FOUND
                   ADD 1 TO WS-HOLD-ADDED
                ELSE
                   ADD 1 TO WS-HOLD-FULL-COUNT
                   MOVE 'Y' TO WS-HOLD-FULL-FLAG
                END-IF
             ELSE
                MOVE 'EXCEPTION - STILL ON HOLD' TO DL-DISPOSITION
             END-IF
             IF WS-HOLD-FOUND = 'Y'
                MOVE IV-WH-ID TO HT-WH-ID(HT-INDEX)
                MOVE WS-INVOICE-DATE TO HT-INVOICE-DATE(HT-INDEX)
                MOVE IV-AMOUNT TO HT-AMOUNT(HT-INDEX)
                MOVE EX-TOTAL-COST(EX-INDEX)
                   TO HT-EXTRACT-AMT(HT-INDEX)
             END-IF
          END-IF
       .

      * ON RETURN WS-HOLD-FOUND IS Y AND HT-INDEX POINTS AT THE HOLD
      * FOR WS-VOUCHER-KEY WHEN ONE IS STILL OPEN.
       145-FIND-HOLD.
          MOVE 'N' TO WS-HOLD-FOUND
          IF WS-HOLD-COUNT > 0
             SET HT-INDEX TO 1
             SEARCH HT-ENTRY
                AT END
                   CONTINUE
                WHEN HT-KEY(HT-INDEX) = WS-VOUCHER-KEY
                     AND HT-CLEARED(HT-INDEX) NOT = 'Y'
                   MOVE 'Y' TO WS-HOLD-FOUND
             END-SEARCH
          END-IF
       .

       150-WRITE-A-LINE.
          WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
          PERFORM 150-WRITE-A-LINE
       .

      * THE DUE DATE IS THE INVOICE DATE PLUS THE VENDOR S NET DAYS.
      * THE DISCOUNT DATE AND AMOUNT ARE ONLY SET WHEN THE VENDOR
      * OFFERS AN EARLY-PAY DISCOUNT.
       200-WRITE-VOUCHER.
          MOVE 30 TO WS-NET-DAYS
          MOVE 0 TO WS-DISC-PCT
          MOVE 0 TO WS-DISC-DAYS
          IF WS-VENDOR-COUNT > 0
             SET VT-INDEX TO 1
             SEARCH VT-ENTRY
                AT END
                   CONTINUE
                WHEN VT-VENDOR-ID(VT-INDEX) = VO-VENDOR-ID
                   MOVE VT-NET-DAYS(VT-INDEX) TO WS-NET-DAYS
                   MOVE VT-DISC-PCT(VT-INDEX) TO WS-DISC-PCT
                   MOVE VT-DISC-DAYS(VT-INDEX) TO WS-DISC-DAYS
             END-SEARCH
          END-IF
          MOVE FUNCTION INTEGER-OF-DATE(VO-INVOICE-DATE)
             TO WS-INVOICE-INT
          ADD WS-INVOICE-INT WS-NET-DAYS GIVING WS-WORK-INT
          MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO VO-DUE-DATE
          IF WS-DISC-PCT > 0 AND WS-DISC-DAYS > 0
             ADD WS-INVOICE-INT WS-DISC-DAYS GIVING WS-WORK-INT
             MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                TO VO-DISC-DATE
             COMPUTE VO-DISC-AMT ROUNDED =
                VO-AMOUNT * WS-DISC-PCT / 100
          ELSE
             MOVE ZEROS TO VO-DISC-DATE
             MOVE ZEROS TO VO-DISC-AMT
          END-IF
          MOVE WS-DATE-NUM TO VO-VOUCHER-DATE
          MOVE 'O' TO VO-STATUS
          MOVE ZEROS TO VO-PAID-DATE
          MOVE ZEROS TO VO-DISC-TAKEN
          MOVE ZEROS TO VO-NET-PAID
          WRITE VOUCHER-RECORD
          ADD 1 TO WS-VOUCHER-WRITTEN
          ADD VO-AMOUNT TO WS-VOUCHER-DOLLARS
          MOVE VO-VENDOR-ID TO WS-KEY-VENDOR-ID
          MOVE VO-INVOICE-NO TO WS-KEY-INVOICE-NO
          PERFORM 023-ADD-VOUCHER-KEY
       .

       300-LIST-UNBILLED-VENDORS.
          PERFORM VARYING EX-INDEX FROM 1 BY 1
                UNTIL EX-INDEX > WS-EX-COUNT
          END-PERFORM
       .

       320-LIST-HOLDS.
          MOVE 'INVOICES ON HOLD:' TO SL-LABEL
          MOVE SECTION-LINE TO REPORT-RECORD
          PERFORM 175-WRITE-DETAIL-LINE
          PERFORM VARYING HT-INDEX FROM 1 BY 1
                UNTIL HT-INDEX > WS-HOLD-COUNT
             IF HT-CLEARED(HT-INDEX) NOT = 'Y'
                ADD 1 TO WS-HOLD-OPEN-COUNT
                ADD HT-AMOUNT(HT-INDEX) TO WS-HOLD-OPEN-DOLLARS
                MOVE HT-VENDOR-ID(HT-INDEX) TO DL-VENDOR-ID
                MOVE HT-WH-ID(HT-INDEX) TO DL-WH-ID
                MOVE HT-INVOICE-NO(HT-INDEX) TO DL-INVOICE-NO
                MOVE HT-AMOUNT(HT-INDEX) TO DL-INVOICE-AMT
                MOVE HT-EXTRACT-AMT(HT-INDEX) TO DL-EXTRACT-AMT
                SUBTRACT HT-EXTRACT-AMT(HT-INDEX)
                   FROM HT-AMOUNT(HT-INDEX) GIVING WS-DIFF
                MOVE WS-DIFF TO DL-DIFF
                MOVE HT-HOLD-DATE(HT-INDEX) TO WS-WORK-DATE-NUM
                MOVE WS-WORK-MONTH TO HS-MONTH
                MOVE WS-WORK-DAY TO HS-DAY
                MOVE WS-WORK-YEAR TO HS-YEAR
                MOVE HOLD-SINCE-MSG TO DL-DISPOSITION
                MOVE DETAIL-LINE TO REPORT-RECORD
                PERFORM 175-WRITE-DETAIL-LINE
             END-IF
          END-PERFORM
       .

       330-REWRITE-HOLD-LIST.
          OPEN OUTPUT HOLD-FILE
          PERFORM VARYING HT-INDEX FROM 1 BY 1
                UNTIL HT-INDEX > WS-HOLD-COUNT
             IF HT-CLEARED(HT-INDEX) NOT = 'Y'
                MOVE HT-VENDOR-ID(HT-INDEX) TO HD-VENDOR-ID
                MOVE HT-WH-ID(HT-INDEX) TO HD-WH-ID
                MOVE HT-INVOICE-NO(HT-INDEX) TO HD-INVOICE-NO
                MOVE HT-INVOICE-DATE(HT-INDEX) TO HD-INVOICE-DATE
                MOVE HT-AMOUNT(HT-INDEX) TO HD-AMOUNT
                MOVE HT-EXTRACT-AMT(HT-INDEX) TO HD-EXTRACT-AMT
                MOVE HT-HOLD-DATE(HT-INDEX) TO HD-HOLD-DATE
                WRITE HOLD-RECORD
             END-IF
          END-PERFORM
          CLOSE HOLD-FILE
       .

       400-PRINT-FINAL-TOTALS.
          MOVE 'INVOICES READ:                ' TO CL-LABEL
          MOVE WS-INV-COUNT TO CL-COUNT
          MOVE WS-NOINV-COUNT TO CL-COUNT
          MOVE COUNT-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE 'INVOICES WITH BAD DATE:       ' TO CL-LABEL
          MOVE WS-BADDATE-COUNT TO CL-COUNT
          MOVE COUNT-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE 'VOUCHERS WRITTEN:             ' TO CL-LABEL
          MOVE WS-VOUCHER-WRITTEN TO CL-COUNT
          MOVE COUNT-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE 'ALREADY VOUCHERED - SKIPPED:  ' TO CL-LABEL
          MOVE WS-VOUCHERED-BEFORE TO CL-COUNT
          MOVE COUNT-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE 'INVOICES PUT ON HOLD:         ' TO CL-LABEL
          MOVE WS-HOLD-ADDED TO CL-COUNT
          MOVE COUNT-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE 'HOLDS CLEARED BY A MATCH:     ' TO CL-LABEL
          MOVE WS-HOLD-MATCHED TO CL-COUNT
          MOVE COUNT-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE 'HOLDS RELEASED FOR PAYMENT:   ' TO CL-LABEL
          MOVE WS-HOLD-RELEASED TO CL-COUNT
          MOVE COUNT-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE 'HOLDS VOIDED:                 ' TO CL-LABEL
          MOVE WS-HOLD-VOIDED TO CL-COUNT
          MOVE COUNT-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE 'CLEARANCES REFUSED:           ' TO CL-LABEL
          MOVE WS-CLEAR-REFUSED TO CL-COUNT
          MOVE COUNT-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE 'INVOICES STILL ON HOLD:       ' TO CL-LABEL
          MOVE WS-HOLD-OPEN-COUNT TO CL-COUNT
          MOVE COUNT-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE

          MOVE 'MATCHED DOLLARS:              ' TO TL-LABEL
          MOVE WS-MATCH-DOLLARS TO TL-DOLLARS
          MOVE WS-NOINV-DOLLARS TO TL-DOLLARS
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE 'VOUCHERED DOLLARS:            ' TO TL-LABEL
          MOVE WS-VOUCHER-DOLLARS TO TL-DOLLARS
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE 'DOLLARS STILL ON HOLD:        ' TO TL-LABEL
          MOVE WS-HOLD-OPEN-DOLLARS TO TL-DOLLARS
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          IF WS-EX-SKIPPED > 0
             MOVE 'TABLE FULL - V RECS SKIPPED:  ' TO CL-LABEL
             MOVE WS-EX-SKIPPED TO CL-COUNT
             MOVE COUNT-LINE TO REPORT-RECORD
             PERFORM 150-WRITE-A-LINE
          END-IF
          IF WS-HOLD-FULL-COUNT > 0
             MOVE 'HOLD LIST FULL - NOT HELD:    ' TO CL-LABEL
             MOVE WS-HOLD-FULL-COUNT TO CL-COUNT
             MOVE COUNT-LINE TO REPORT-RECORD
             PERFORM 150-WRITE-A-LINE
             MOVE 'HOLD LIST FILE NOT REWRITTEN' TO SL-LABEL
             MOVE SECTION-LINE TO REPORT-RECORD
             PERFORM 150-WRITE-A-LINE
             DISPLAY 'PROGRAM16 HOLD LIST FULL - '
                WS-HOLD-FULL-COUNT ' INVOICES NOT HELD'
             DISPLAY 'PROGRAM16 PR4APHOLD.TXT NOT REWRITTEN - '
                'LEFT AS IT WAS'
             MOVE 8 TO RETURN-CODE
          END-IF
          IF WS-VOUCHER-FULL-COUNT > 0
             MOVE 'VOUCHER TABLE FULL:           ' TO CL-LABEL
             MOVE WS-VOUCHER-FULL-COUNT TO CL-COUNT
             MOVE COUNT-LINE TO REPORT-RECORD
             PERFORM 150-WRITE-A-LINE
             DISPLAY 'PROGRAM16 VOUCHER TABLE FULL - DUPLICATE '
                'CHECK INCOMPLETE'
             MOVE 8 TO RETURN-CODE
          END-IF
       .

       490-LOG-RUN-END.

       500-FINAL-ROUTINE.
          CLOSE INVOICE-FILE
                OPEN-AP-FILE
                REPORT-FILE
          PERFORM 490-LOG-RUN-END
           STOP RUN
