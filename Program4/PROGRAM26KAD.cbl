       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROGRAM26.
       AUTHOR.           KDAYE.

      *************************COMMENT SECTION************************
      * DESCRIPTION:
      * THIS PROGRAM IS THE WEEKLY PAYMENT SELECTION RUN FOR FIREFLY
      * LTD. IT READS THE OPEN PAYABLES FILE THAT THE INVOICE
      * MATCHING RUN VOUCHERS TO AND SELECTS FOR PAYMENT EVERY OPEN
      * VOUCHER THAT IS DUE ON OR BEFORE THE PAY-THROUGH DATE, OR
      * WHOSE EARLY-PAY DISCOUNT DATE FALLS FROM TODAY UP TO THE
      * PAY-THROUGH DATE. THE DISCOUNT IS TAKEN WHENEVER ITS DATE HAS
      * NOT YET PASSED. A PAYMENT REGISTER IS PRINTED BY VENDOR WITH
      * THE GROSS, DISCOUNT AND NET PAID ON EACH VOUCHER, THE PAYMENT
      * TO EACH VENDOR AND THE TOTAL OF THE RUN.
      * THE SELECTED VOUCHERS ARE MARKED PAID WITH TODAY S DATE, THE
      * DISCOUNT TAKEN AND THE NET PAID, AND THE OPEN PAYABLES FILE
      * IS REWRITTEN. PAID VOUCHERS STAY ON THE FILE SO THAT THE
      * MATCHING RUN NEVER VOUCHERS THE SAME INVOICE TWICE; THEY ARE
      * NEVER SELECTED AGAIN.
      * THE WHOLE FILE IS HELD IN A TABLE FOR THE REWRITE. IF IT
      * WILL NOT FIT, NOTHING IS SELECTED OR MARKED, THE FILE IS LEFT
      * AS IT WAS AND THE RETURN CODE IS SET TO 8.
      ****************************************************************
      * INPUT FILES:
      * 1. PR4OPENAP.TXT (OPTIONAL) - OPEN PAYABLES: VENDOR,
      *    WAREHOUSE, INVOICE NUMBER, INVOICE DATE, DUE DATE,
      *    DISCOUNT DATE, AMOUNT, DISCOUNT AMOUNT, VOUCHER DATE,
      *    STATUS (O OPEN, P PAID), PAID DATE, DISCOUNT TAKEN, NET
      *    PAID
      * 2. PR4VENDMAST.TXT - VENDOR MASTER FOR THE VENDOR NAME
      * 3. PR4PAYSEL-CTL.TXT (OPTIONAL) - PAYMENT HORIZON IN DAYS AS
      *    A TWO DIGIT NUMBER. THE PAY-THROUGH DATE IS TODAY PLUS
      *    THE HORIZON. DEFAULTS TO SEVEN DAYS.
      ****************************************************************
      * OUTPUT FILES:
      * 1. PR4OPENAP.TXT - REWRITTEN WITH THE SELECTED VOUCHERS
      *    MARKED PAID
      ****************************************************************
      * REPORT OUTPUT (PAYMENT-REGISTER-KAD):
      * 1. ONE LINE PER SELECTED VOUCHER, GROUPED BY VENDOR
      * 2. THE PAYMENT TO EACH VENDOR
      * 3. COUNTS AND DOLLAR TOTALS FOR THE RUN
      ****************************************************************
      * CALCULATIONS:
      * NET PAID = VOUCHER AMOUNT - DISCOUNT TAKEN
      ****************************************************************
      * MODIFICATION HISTORY:
      * WRITTEN 2026-10-15: (KAD) INITIAL VERSION
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT OPTIONAL OPEN-AP-FILE
          ASSIGN TO "PR4OPENAP.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPEN-AP-STATUS.
      *
       SELECT VENDOR-MASTER-FILE
          ASSIGN TO "PR4VENDMAST.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT OPTIONAL HORIZON-FILE
          ASSIGN TO "PR4PAYSEL-CTL.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HORIZON-STATUS.
      *
       SELECT REPORT-FILE
          ASSIGN TO "PAYMENT-REGISTER-KAD".
      *
       SELECT RUN-LOG-FILE
          ASSIGN TO "RUNLOG.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD VENDOR-MASTER-FILE
          RECORD CONTAINS 7 TO 16 CHARACTERS.

       01 VENDOR-MASTER-RECORD.
          05 VM-VENDOR-ID         PIC X.
          05 VM-VENDOR-NAME       PIC X(6).
          05 VM-NET-DAYS          PIC 9(3).
          05 VM-DISC-PCT          PIC 99V9.
          05 VM-DISC-DAYS         PIC 9(3).

       FD HORIZON-FILE
          RECORD CONTAINS 2 CHARACTERS.

       01 HORIZON-RECORD.
          05 HZ-DAYS              PIC 99.

       FD REPORT-FILE
          RECORD CONTAINS 100 CHARACTERS.

       01 REPORT-RECORD           PIC X(100).

       FD RUN-LOG-FILE
          RECORD CONTAINS 31 CHARACTERS.

       01 RUN-LOG-RECORD.
          05 RL-PROGRAM           PIC X(9).
          05 RL-DATE              PIC 9(8).
          05 RL-TIME              PIC 9(6).
          05 RL-TYPE              PIC X.
          05 RL-STATUS            PIC X.
          05 RL-REC-COUNT         PIC 9(6).

       WORKING-STORAGE SECTION.

       01 REPORT-FIELDS.
          05 PROPER-SPACING       PIC S9V9  VALUE +1.
          05 WS-LINE-COUNT        PIC 9(3)  VALUE 99.
          05 WS-LINES-PER-PAGE    PIC 9(3)  VALUE 55.

       01 FLAGS.
          05 EOF-FLAG             PIC X VALUE 'N'.
          05 VM-EOF-FLAG          PIC X VALUE 'N'.
          05 WS-OPEN-AP-STATUS    PIC XX.
          05 WS-HORIZON-STATUS    PIC XX.
          05 WS-AP-FULL-FLAG      PIC X VALUE 'N'.
             88 AP-TABLE-FULL             VALUE 'Y'.

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

       01 WS-EDIT-DATE.
          05 ED-MONTH             PIC 99.
          05                      PIC X VALUE '/'.
          05 ED-DAY               PIC 99.
          05                      PIC X VALUE '/'.
          05 ED-YEAR              PIC 9999.

       01 RUN-LOG-FIELDS.
          05 WS-LOG-STAMP.
             10 WS-LOG-DATE       PIC 9(8).
             10 WS-LOG-TIME       PIC 9(6).
             10 FILLER            PIC X(7).

       01 TEMP-VAR.
          05 WS-VENDOR-COUNT      PIC 9(3)    VALUE 0.
          05 WS-VENDOR-SKIPPED    PIC 9(6)    VALUE 0.
          05 WS-AP-COUNT          PIC 9(4)    VALUE 0.
          05 WS-HORIZON-DAYS      PIC 99      VALUE 7.
          05 WS-TODAY-INT         PIC 9(7).
          05 WS-THROUGH-INT       PIC 9(7).
          05 WS-PAY-THROUGH       PIC 9(8).
          05 WS-READ-COUNT        PIC 9(6)    VALUE 0.
          05 WS-OPEN-COUNT        PIC 9(6)    VALUE 0.
          05 WS-SELECTED-COUNT    PIC 9(6)    VALUE 0.
          05 WS-DISC-COUNT        PIC 9(6)    VALUE 0.
          05 WS-VENDOR-PAID-COUNT PIC 9(6)    VALUE 0.
          05 WS-LOOKUP-ID         PIC X.
          05 WS-VEN-GROSS         PIC 9(9)V99.
          05 WS-VEN-DISC          PIC 9(9)V99.
          05 WS-VEN-NET           PIC 9(9)V99.
          05 WS-TOTAL-GROSS       PIC 9(9)V99 VALUE 0.
          05 WS-TOTAL-DISC        PIC 9(9)V99 VALUE 0.
          05 WS-TOTAL-NET         PIC 9(9)V99 VALUE 0.
          05 WS-LEFT-OPEN         PIC 9(9)V99 VALUE 0.

       01 VENDOR-TABLE.
          05 VT-ENTRY OCCURS 1 TO 100 TIMES
                DEPENDING ON WS-VENDOR-COUNT
                INDEXED BY VT-INDEX.
             10 VT-VENDOR-ID      PIC X.
             10 VT-VENDOR-NAME    PIC X(6).

       01 AP-TABLE.
          05 AT-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-AP-COUNT
                INDEXED BY AT-INDEX.
             10 AT-VOUCHER.
                15 AT-VENDOR-ID   PIC X.
                15 AT-WH-ID       PIC X(4).
                15 AT-INVOICE-NO  PIC X(8).
                15 AT-INVOICE-DATE
                                  PIC 9(8).
                15 AT-DUE-DATE    PIC 9(8).
                15 AT-DISC-DATE   PIC 9(8).
                15 AT-AMOUNT      PIC 9(7)V99.
                15 AT-DISC-AMT    PIC 9(7)V99.
                15 AT-VOUCHER-DATE
                                  PIC 9(8).
                15 AT-STATUS      PIC X.
                   88 AT-OPEN             VALUE 'O'.
                15 AT-PAID-DATE   PIC 9(8).
                15 AT-DISC-TAKEN  PIC 9(7)V99.
                15 AT-NET-PAID    PIC 9(7)V99.
             10 AT-SELECTED       PIC X.
                88 AT-PAY-NOW             VALUE 'Y'.
                88 AT-NO-VENDOR-ROOM      VALUE 'S'.

       01 PAGE-HEADING-1.
          05 PIC X(34) VALUE SPACES.
          05 PIC X(11) VALUE 'FIREFLY LTD'.

       01 PAGE-HEADING-2.
          05                      PIC X(9) VALUE SPACES.
          05 DL-MONTH             PIC 99.
          05                      PIC X VALUE '/'.
          05 DL-DAY               PIC 99.
          05                      PIC X VALUE '/'.
          05 DL-YEAR              PIC 9999.
          05                      PIC X(10) VALUE SPACES.
          05                      PIC X(16) VALUE
                            'PAYMENT REGISTER'.
          05                      PIC X(16) VALUE SPACES.
          05                      PIC XXX   VALUE 'KAD'.
          05                      PIC X(3) VALUE SPACES.
          05                      PIC X(5)  VALUE 'PAGE '.
          05 PAGE-NO              PIC 99 VALUE 0.

       01 HORIZON-LINE.
          05                      PIC X(10) VALUE SPACES.
          05                      PIC X(16) VALUE
                            'PAY-THROUGH DATE'.
          05                      PIC X(2) VALUE ': '.
          05 HL-THROUGH           PIC X(10).

       01 COLUMN-HEADING-1.
          05 PIC X(3)  VALUE 'VEN'.
          05 PIC X(2)  VALUE SPACES.
          05 PIC X(6)  VALUE 'VENDOR'.
          05 PIC X(3)  VALUE SPACES.
          05 PIC X(7)  VALUE 'INVOICE'.
          05 PIC X(4)  VALUE SPACES.
          05 PIC X(3)  VALUE 'DUE'.
          05 PIC X(9)  VALUE SPACES.
          05 PIC X(8)  VALUE 'DISCOUNT'.
          05 PIC X(12) VALUE SPACES.
          05 PIC X(5)  VALUE 'GROSS'.
          05 PIC X(4)  VALUE SPACES.
          05 PIC X(8)  VALUE 'DISCOUNT'.
          05 PIC X(12) VALUE SPACES.
          05 PIC X(3)  VALUE 'NET'.

       01 COLUMN-HEADING-2.
          05 PIC X(3)  VALUE 'ID'.
          05 PIC X(2)  VALUE SPACES.
          05 PIC X(4)  VALUE 'NAME'.
          05 PIC X(5)  VALUE SPACES.
          05 PIC X(6)  VALUE 'NUMBER'.
          05 PIC X(5)  VALUE SPACES.
          05 PIC X(4)  VALUE 'DATE'.
          05 PIC X(8)  VALUE SPACES.
          05 PIC X(4)  VALUE 'DATE'.
          05 PIC X(15) VALUE SPACES.
          05 PIC X(6)  VALUE 'AMOUNT'.
          05 PIC X(7)  VALUE SPACES.
          05 PIC X(5)  VALUE 'TAKEN'.
          05 PIC X(11) VALUE SPACES.
          05 PIC X(4)  VALUE 'PAID'.

       01 DETAIL-LINE.
          05 DD-VENDOR-ID         PIC X.
          05                      PIC X(4) VALUE SPACES.
          05 DD-VENDOR-NAME       PIC X(6).
          05                      PIC X(3) VALUE SPACES.
          05 DD-INVOICE-NO        PIC X(8).
          05                      PIC X(3) VALUE SPACES.
          05 DD-DUE-DATE          PIC X(10).
          05                      PIC X(2) VALUE SPACES.
          05 DD-DISC-DATE         PIC X(10).
          05                      PIC X(2) VALUE SPACES.
          05 DD-GROSS             PIC $$,$$$,$$9.99.
          05                      PIC X(2) VALUE SPACES.
          05 DD-DISC-TAKEN        PIC $$$,$$9.99.
          05                      PIC X(2) VALUE SPACES.
          05 DD-NET-PAID          PIC $$,$$$,$$9.99.

       01 VENDOR-TOTAL-LINE.
          05                      PIC X(14) VALUE SPACES.
          05                      PIC X(20) VALUE
                            'PAYMENT TO VENDOR   '.
          05 VL-VENDOR-ID         PIC X.
          05                      PIC X(14) VALUE SPACES.
          05 VL-GROSS             PIC $$,$$$,$$9.99.
          05                      PIC X(2) VALUE SPACES.
          05 VL-DISC-TAKEN        PIC $$$,$$9.99.
          05                      PIC X(2) VALUE SPACES.
          05 VL-NET-PAID          PIC $$,$$$,$$9.99.

       01 SECTION-LINE.
          05 SL-LABEL             PIC X(60).

       01 TOTAL-LINE.
          05                      PIC X(5) VALUE SPACES.
          05 TL-LABEL             PIC X(30).
          05 TL-COUNT             PIC ZZZ,ZZ9.

       01 DOLLAR-LINE.
          05                      PIC X(5) VALUE SPACES.
          05 DT-LABEL             PIC X(30).
          05 DT-DOLLARS           PIC $$$,$$$,$$$,$$9.99.

       01 WS-HOLD-LINE            PIC X(100).

      ********************PROCEDURE DIVISION**************************
       PROCEDURE DIVISION.

       000-MAIN-MODULE.
          PERFORM 005-LOG-RUN-START
          MOVE FUNCTION CURRENT-DATE TO WS-DATE
          MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) TO WS-TODAY-INT
          PERFORM 009-GET-PAY-HORIZON
          PERFORM 010-LOAD-VENDOR-MASTER
          PERFORM 022-LOAD-OPEN-AP
          PERFORM 025-HOUSEKEEPING
          IF AP-TABLE-FULL
             MOVE 'OPEN PAYABLES FILE TOO LARGE - NOTHING SELECTED'
                TO SL-LABEL
             MOVE SECTION-LINE TO REPORT-RECORD
             PERFORM 175-WRITE-DETAIL-LINE
             DISPLAY 'PROGRAM26 OPEN PAYABLES TABLE FULL - '
                     'NO PAYMENTS SELECTED'
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM 100-SELECT-VOUCHERS
             PERFORM 200-PRINT-REGISTER
             PERFORM 300-REWRITE-OPEN-AP
          END-IF
          PERFORM 400-PRINT-FINAL-TOTALS
          PERFORM 500-FINAL-ROUTINE
       .

       005-LOG-RUN-START.
          OPEN EXTEND RUN-LOG-FILE
          MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
          MOVE 'PROGRAM26' TO RL-PROGRAM
          MOVE WS-LOG-DATE TO RL-DATE
          MOVE WS-LOG-TIME TO RL-TIME
          MOVE 'S' TO RL-TYPE
          MOVE ' ' TO RL-STATUS
          MOVE ZEROS TO RL-REC-COUNT
          WRITE RUN-LOG-RECORD
          CLOSE RUN-LOG-FILE
       .

       009-GET-PAY-HORIZON.
          OPEN INPUT HORIZON-FILE
          IF WS-HORIZON-STATUS = '00'
             READ HORIZON-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF HZ-DAYS IS NUMERIC AND HZ-DAYS > 0
                      MOVE HZ-DAYS TO WS-HORIZON-DAYS
                   END-IF
             END-READ
          END-IF
          CLOSE HORIZON-FILE
          ADD WS-TODAY-INT WS-HORIZON-DAYS GIVING WS-THROUGH-INT
          MOVE FUNCTION DATE-OF-INTEGER(WS-THROUGH-INT)
             TO WS-PAY-THROUGH
       .

       010-LOAD-VENDOR-MASTER.
          OPEN INPUT VENDOR-MASTER-FILE
          PERFORM UNTIL VM-EOF-FLAG = 'Y'
             READ VENDOR-MASTER-FILE
                AT END MOVE 'Y' TO VM-EOF-FLAG
                NOT AT END
                   MOVE VM-VENDOR-ID TO WS-LOOKUP-ID
                   PERFORM 015-ADD-VENDOR
                   IF VT-INDEX <= WS-VENDOR-COUNT
                      MOVE VM-VENDOR-NAME
                         TO VT-VENDOR-NAME(VT-INDEX)
                   END-IF
             END-READ
          END-PERFORM
          CLOSE VENDOR-MASTER-FILE
       .

      * ON RETURN VT-INDEX POINTS AT THE NEW ENTRY, OR PAST THE END
      * OF THE TABLE WHEN THE TABLE IS FULL.
       015-ADD-VENDOR.
          IF WS-VENDOR-COUNT < 100
             ADD 1 TO WS-VENDOR-COUNT
             SET VT-INDEX TO WS-VENDOR-COUNT
             MOVE WS-LOOKUP-ID TO VT-VENDOR-ID(VT-INDEX)
             MOVE 'UNKNWN' TO VT-VENDOR-NAME(VT-INDEX)
          ELSE
             ADD 1 TO WS-VENDOR-SKIPPED
             SET VT-INDEX TO WS-VENDOR-COUNT
             SET VT-INDEX UP BY 1
          END-IF
       .

      * ON RETURN VT-INDEX POINTS AT THE VENDOR FOR WS-LOOKUP-ID; A
      * VENDOR NOT ON THE MASTER IS ADDED AS UNKNOWN SO ITS VOUCHERS
      * STILL APPEAR ON THE REGISTER.
       020-FIND-VENDOR.
          IF WS-VENDOR-COUNT = 0
             PERFORM 015-ADD-VENDOR
          ELSE
             SET VT-INDEX TO 1
             SEARCH VT-ENTRY
                AT END
                   PERFORM 015-ADD-VENDOR
                WHEN VT-VENDOR-ID(VT-INDEX) = WS-LOOKUP-ID
                   CONTINUE
             END-SEARCH
          END-IF
       .

       022-LOAD-OPEN-AP.
          OPEN INPUT OPEN-AP-FILE
          IF WS-OPEN-AP-STATUS = '00'
             PERFORM UNTIL EOF-FLAG = 'Y'
                READ OPEN-AP-FILE
                   AT END
                      MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                      ADD 1 TO WS-READ-COUNT
                      IF WS-AP-COUNT < 5000
                         ADD 1 TO WS-AP-COUNT
                         MOVE VOUCHER-RECORD
                            TO AT-VOUCHER(WS-AP-COUNT)
                         MOVE 'N' TO AT-SELECTED(WS-AP-COUNT)
                         MOVE VO-VENDOR-ID TO WS-LOOKUP-ID
                         PERFORM 020-FIND-VENDOR
                         IF VT-INDEX > WS-VENDOR-COUNT
                            MOVE 'S' TO AT-SELECTED(WS-AP-COUNT)
                         END-IF
                      ELSE
                         MOVE 'Y' TO WS-AP-FULL-FLAG
                      END-IF
                END-READ
             END-PERFORM
          END-IF
          CLOSE OPEN-AP-FILE
       .

       025-HOUSEKEEPING.
          OPEN OUTPUT REPORT-FILE
          MOVE WS-YEAR  TO DL-YEAR
          MOVE WS-MONTH TO DL-MONTH
          MOVE WS-DAY   TO DL-DAY
          MOVE WS-PAY-THROUGH TO WS-WORK-DATE-NUM
          PERFORM 030-EDIT-WORK-DATE
          MOVE WS-EDIT-DATE TO HL-THROUGH
          PERFORM 075-HEADING-ROUTINE
       .

       030-EDIT-WORK-DATE.
          MOVE WS-WORK-MONTH TO ED-MONTH
          MOVE WS-WORK-DAY   TO ED-DAY
          MOVE WS-WORK-YEAR  TO ED-YEAR
       .

       075-HEADING-ROUTINE.
          ADD 1 TO PAGE-NO
          MOVE 1 TO PROPER-SPACING
          MOVE PAGE-HEADING-1 TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE 1 TO PROPER-SPACING
          MOVE PAGE-HEADING-2 TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE 2 TO PROPER-SPACING
          MOVE HORIZON-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE 2 TO PROPER-SPACING
          MOVE COLUMN-HEADING-1 TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE COLUMN-HEADING-2 TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE SPACES TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 150-WRITE-A-LINE
          MOVE 9 TO WS-LINE-COUNT
       .

      * A VOUCHER IS PAID NOW WHEN IT FALLS DUE BY THE PAY-THROUGH
      * DATE, OR WHEN ITS DISCOUNT WOULD OTHERWISE BE LOST BEFORE
      * NEXT WEEK S RUN. A VOUCHER WHOSE VENDOR DID NOT FIT IN THE
      * VENDOR TABLE COULD NOT BE PRINTED, SO IT IS LEFT OPEN.
       100-SELECT-VOUCHERS.
          PERFORM VARYING AT-INDEX FROM 1 BY 1
                UNTIL AT-INDEX > WS-AP-COUNT
             IF AT-OPEN(AT-INDEX)
                ADD 1 TO WS-OPEN-COUNT
                IF AT-NO-VENDOR-ROOM(AT-INDEX)
                   CONTINUE
                ELSE
                   PERFORM 105-CHECK-DUE
                END-IF
                IF AT-PAY-NOW(AT-INDEX)
                   PERFORM 110-MARK-PAID
                ELSE
                   ADD AT-AMOUNT(AT-INDEX) TO WS-LEFT-OPEN
                END-IF
             END-IF
          END-PERFORM
       .

       105-CHECK-DUE.
          IF AT-DUE-DATE(AT-INDEX) <= WS-PAY-THROUGH
             MOVE 'Y' TO AT-SELECTED(AT-INDEX)
          END-IF
          IF AT-DISC-AMT(AT-INDEX) > 0
             AND AT-DISC-DATE(AT-INDEX) >= WS-DATE-NUM
             AND AT-DISC-DATE(AT-INDEX) <= WS-PAY-THROUGH
             MOVE 'Y' TO AT-SELECTED(AT-INDEX)
          END-IF
       .

       110-MARK-PAID.
          ADD 1 TO WS-SELECTED-COUNT
          IF AT-DISC-AMT(AT-INDEX) > 0
             AND AT-DISC-DATE(AT-INDEX) >= WS-DATE-NUM
             MOVE AT-DISC-AMT(AT-INDEX) TO AT-DISC-TAKEN(AT-INDEX)
             ADD 1 TO WS-DISC-COUNT
          ELSE
             MOVE ZEROS TO AT-DISC-TAKEN(AT-INDEX)
          END-IF
          SUBTRACT AT-DISC-TAKEN(AT-INDEX) FROM AT-AMOUNT(AT-INDEX)
             GIVING AT-NET-PAID(AT-INDEX)
          MOVE 'P' TO AT-STATUS(AT-INDEX)
          MOVE WS-DATE-NUM TO AT-PAID-DATE(AT-INDEX)
          ADD AT-AMOUNT(AT-INDEX) TO WS-TOTAL-GROSS
          ADD AT-DISC-TAKEN(AT-INDEX) TO WS-TOTAL-DISC
          ADD AT-NET-PAID(AT-INDEX) TO WS-TOTAL-NET
       .

       150-WRITE-A-LINE.
          WRITE REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
          ADD PROPER-SPACING TO WS-LINE-COUNT
          MOVE 1 TO PROPER-SPACING
       .

       175-WRITE-DETAIL-LINE.
          IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
             MOVE REPORT-RECORD TO WS-HOLD-LINE
             PERFORM 075-HEADING-ROUTINE
             MOVE WS-HOLD-LINE TO REPORT-RECORD
          END-IF
          PERFORM 150-WRITE-A-LINE
       .

      * THE REGISTER FOLLOWS THE VENDOR MASTER ORDER, WITH VENDORS
      * NOT ON THE MASTER AT THE END.
       200-PRINT-REGISTER.
          PERFORM VARYING VT-INDEX FROM 1 BY 1
                UNTIL VT-INDEX > WS-VENDOR-COUNT
             MOVE ZEROS TO WS-VEN-GROSS WS-VEN-DISC WS-VEN-NET
             PERFORM VARYING AT-INDEX FROM 1 BY 1
                   UNTIL AT-INDEX > WS-AP-COUNT
                IF AT-PAY-NOW(AT-INDEX)
                   AND AT-VENDOR-ID(AT-INDEX) = VT-VENDOR-ID(VT-INDEX)
                   PERFORM 210-PRINT-PAYMENT
                END-IF
             END-PERFORM
             IF WS-VEN-GROSS > 0
                ADD 1 TO WS-VENDOR-PAID-COUNT
                MOVE VT-VENDOR-ID(VT-INDEX) TO VL-VENDOR-ID
                MOVE WS-VEN-GROSS TO VL-GROSS
                MOVE WS-VEN-DISC TO VL-DISC-TAKEN
                MOVE WS-VEN-NET TO VL-NET-PAID
                MOVE VENDOR-TOTAL-LINE TO REPORT-RECORD
                PERFORM 175-WRITE-DETAIL-LINE
                MOVE SPACES TO REPORT-RECORD
                PERFORM 175-WRITE-DETAIL-LINE
             END-IF
          END-PERFORM
          IF WS-SELECTED-COUNT = 0
             MOVE 'NO VOUCHERS DUE FOR PAYMENT' TO SL-LABEL
             MOVE SECTION-LINE TO REPORT-RECORD
             PERFORM 175-WRITE-DETAIL-LINE
          END-IF
       .

       210-PRINT-PAYMENT.
          MOVE AT-VENDOR-ID(AT-INDEX) TO DD-VENDOR-ID
          MOVE VT-VENDOR-NAME(VT-INDEX) TO DD-VENDOR-NAME
          MOVE AT-INVOICE-NO(AT-INDEX) TO DD-INVOICE-NO
          MOVE AT-DUE-DATE(AT-INDEX) TO WS-WORK-DATE-NUM
          PERFORM 030-EDIT-WORK-DATE
          MOVE WS-EDIT-DATE TO DD-DUE-DATE
          IF AT-DISC-AMT(AT-INDEX) > 0
             MOVE AT-DISC-DATE(AT-INDEX) TO WS-WORK-DATE-NUM
             PERFORM 030-EDIT-WORK-DATE
             MOVE WS-EDIT-DATE TO DD-DISC-DATE
          ELSE
             MOVE SPACES TO DD-DISC-DATE
          END-IF
          MOVE AT-AMOUNT(AT-INDEX) TO DD-GROSS
          MOVE AT-DISC-TAKEN(AT-INDEX) TO DD-DISC-TAKEN
          MOVE AT-NET-PAID(AT-INDEX) TO DD-NET-PAID
          MOVE DETAIL-LINE TO REPORT-RECORD
          PERFORM 175-WRITE-DETAIL-LINE
          ADD AT-AMOUNT(AT-INDEX) TO WS-VEN-GROSS
          ADD AT-DISC-TAKEN(AT-INDEX) TO WS-VEN-DISC
          ADD AT-NET-PAID(AT-INDEX) TO WS-VEN-NET
       .

      * THE FILE IS ONLY REWRITTEN WHEN SOMETHING WAS PAID.
       300-REWRITE-OPEN-AP.
          IF WS-SELECTED-COUNT > 0
             OPEN OUTPUT OPEN-AP-FILE
             PERFORM VARYING AT-INDEX FROM 1 BY 1
                   UNTIL AT-INDEX > WS-AP-COUNT
                MOVE AT-VOUCHER(AT-INDEX) TO VOUCHER-RECORD
                WRITE VOUCHER-RECORD
             END-PERFORM
             CLOSE OPEN-AP-FILE
          END-IF
       .

       400-PRINT-FINAL-TOTALS.
          MOVE 'VOUCHERS READ:                ' TO TL-LABEL
          MOVE WS-READ-COUNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          MOVE 3 TO PROPER-SPACING
          PERFORM 150-WRITE-A-LINE
          MOVE 'VOUCHERS OPEN:                ' TO TL-LABEL
          MOVE WS-OPEN-COUNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE 'VOUCHERS SELECTED AND PAID:   ' TO TL-LABEL
          MOVE WS-SELECTED-COUNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE 'DISCOUNTS TAKEN:              ' TO TL-LABEL
          MOVE WS-DISC-COUNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE 'VENDORS PAID:                 ' TO TL-LABEL
          MOVE WS-VENDOR-PAID-COUNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE

          MOVE 'GROSS AMOUNT PAID:            ' TO DT-LABEL
          MOVE WS-TOTAL-GROSS TO DT-DOLLARS
          MOVE DOLLAR-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 150-WRITE-A-LINE
          MOVE 'DISCOUNTS TAKEN:              ' TO DT-LABEL
          MOVE WS-TOTAL-DISC TO DT-DOLLARS
          MOVE DOLLAR-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE 'NET PAID:                     ' TO DT-LABEL
          MOVE WS-TOTAL-NET TO DT-DOLLARS
          MOVE DOLLAR-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE 'LEFT OPEN FOR A LATER RUN:    ' TO DT-LABEL
          MOVE WS-LEFT-OPEN TO DT-DOLLARS
          MOVE DOLLAR-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          IF WS-VENDOR-SKIPPED > 0
             MOVE 'TABLE FULL - VENDORS SKIPPED: ' TO TL-LABEL
             MOVE WS-VENDOR-SKIPPED TO TL-COUNT
             MOVE TOTAL-LINE TO REPORT-RECORD
             PERFORM 150-WRITE-A-LINE
          END-IF
       .

       490-LOG-RUN-END.
          OPEN EXTEND RUN-LOG-FILE
          MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
          MOVE 'PROGRAM26' TO RL-PROGRAM
          MOVE WS-LOG-DATE TO RL-DATE
          MOVE WS-LOG-TIME TO RL-TIME
          MOVE 'E' TO RL-TYPE
          MOVE 'C' TO RL-STATUS
          MOVE WS-SELECTED-COUNT TO RL-REC-COUNT
          WRITE RUN-LOG-RECORD
          CLOSE RUN-LOG-FILE
       .

       500-FINAL-ROUTINE.
          CLOSE REPORT-FILE
          PERFORM 490-LOG-RUN-END
           STOP RUN
       .
