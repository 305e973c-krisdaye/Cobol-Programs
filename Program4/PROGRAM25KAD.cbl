       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROGRAM25.
       AUTHOR.           KDAYE.

      *************************COMMENT SECTION************************
      * DESCRIPTION:
      * THIS PROGRAM PRINTS THE WEEKLY PAYABLES AGING FOR FIREFLY LTD
      * FROM THE OPEN PAYABLES FILE THAT THE INVOICE MATCHING RUN
      * VOUCHERS TO. EVERY VOUCHER STILL OPEN IS AGED BY THE DAYS
      * SINCE ITS INVOICE DATE INTO CURRENT (30 DAYS OR LESS), 31-60,
      * 61-90 AND OVER-90-DAY BUCKETS, AND THE BUCKETS ARE TOTALLED
      * BY VENDOR AND FOR ALL VENDORS. PAID VOUCHERS ARE SKIPPED.
      * A SECOND SECTION LISTS THE DISCOUNTS THAT WILL BE LOST IF
      * THE VOUCHER IS NOT PAID THIS WEEK: EVERY OPEN VOUCHER WITH AN
      * EARLY-PAY DISCOUNT WHOSE DISCOUNT DATE FALLS FROM TODAY UP TO
      * THE PAY-THROUGH DATE OF THIS WEEK S PAYMENT RUN. DISCOUNTS
      * WHOSE DATE HAS ALREADY PASSED ON A VOUCHER STILL OPEN ARE
      * COUNTED AS ALREADY LOST.
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
      * REPORT OUTPUT (AP-AGING-REPORT-KAD):
      * 1. ONE LINE PER VENDOR WITH OPEN VOUCHERS: VOUCHER COUNT AND
      *    THE CURRENT, 31-60, 61-90, OVER-90 AND TOTAL OPEN DOLLARS
      * 2. THE SAME BUCKETS FOR ALL VENDORS
      * 3. DISCOUNTS LOST IF NOT PAID THIS WEEK, ONE LINE PER
      *    VOUCHER, WITH THE TOTAL DISCOUNT AT RISK
      ****************************************************************
      * CALCULATIONS:
      * AGE IN DAYS = RUN DATE - INVOICE DATE
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
          ASSIGN TO "AP-AGING-REPORT-KAD".
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
             88 VO-OPEN                   VALUE 'O'.
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
          05 WS-SECTION           PIC X     VALUE 'A'.
             88 AGING-SECTION               VALUE 'A'.
             88 DISCOUNT-SECTION            VALUE 'D'.

       01 FLAGS.
          05 EOF-FLAG             PIC X VALUE 'N'.
          05 VM-EOF-FLAG          PIC X VALUE 'N'.
          05 WS-OPEN-AP-STATUS    PIC XX.
          05 WS-HORIZON-STATUS    PIC XX.

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
          05 WS-HORIZON-DAYS      PIC 99      VALUE 7.
          05 WS-TODAY-INT         PIC 9(7).
          05 WS-THROUGH-INT       PIC 9(7).
          05 WS-PAY-THROUGH       PIC 9(8).
          05 WS-INVOICE-INT       PIC 9(7).
          05 WS-AGE-DAYS          PIC S9(7).
          05 WS-BUCKET-SUB        PIC 9       VALUE 1.
          05 WS-READ-COUNT        PIC 9(6)    VALUE 0.
          05 WS-OPEN-COUNT        PIC 9(6)    VALUE 0.
          05 WS-PAID-COUNT        PIC 9(6)    VALUE 0.
          05 WS-AT-RISK-COUNT     PIC 9(6)    VALUE 0.
          05 WS-AT-RISK-DOLLARS   PIC 9(9)V99 VALUE 0.
          05 WS-LOST-COUNT        PIC 9(6)    VALUE 0.
          05 WS-LOST-DOLLARS      PIC 9(9)V99 VALUE 0.
          05 WS-LOOKUP-ID         PIC X.

       01 GRAND-TOTALS.
          05 GT-COUNT             PIC 9(6).
          05 GT-BUCKET            PIC 9(11)V99 OCCURS 4 TIMES.
          05 GT-TOTAL             PIC 9(11)V99.

       01 VENDOR-TABLE.
          05 VT-ENTRY OCCURS 1 TO 100 TIMES
                DEPENDING ON WS-VENDOR-COUNT
                INDEXED BY VT-INDEX.
             10 VT-VENDOR-ID      PIC X.
             10 VT-VENDOR-NAME    PIC X(6).
             10 VT-COUNT          PIC 9(6).
             10 VT-BUCKET         PIC 9(9)V99 OCCURS 4 TIMES.
             10 VT-TOTAL          PIC 9(9)V99.

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
          05                      PIC X(8) VALUE SPACES.
          05                      PIC X(24) VALUE
                            'PAYABLES AGING BY VENDOR'.
          05                      PIC X(10) VALUE SPACES.
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

       01 AGING-HEADING-1.
          05 PIC X(3)  VALUE 'VEN'.
          05 PIC X(2)  VALUE SPACES.
          05 PIC X(6)  VALUE 'VENDOR'.
          05 PIC X(3)  VALUE SPACES.
          05 PIC X(5)  VALUE 'OPEN '.
          05 PIC X(8)  VALUE SPACES.
          05 PIC X(7)  VALUE 'CURRENT'.
          05 PIC X(10) VALUE SPACES.
          05 PIC X(5)  VALUE '31-60'.
          05 PIC X(10) VALUE SPACES.
          05 PIC X(5)  VALUE '61-90'.
          05 PIC X(8)  VALUE SPACES.
          05 PIC X(7)  VALUE 'OVER 90'.
          05 PIC X(6)  VALUE SPACES.
          05 PIC X(10) VALUE 'TOTAL OPEN'.

       01 AGING-HEADING-2.
          05 PIC X(3)  VALUE 'ID'.
          05 PIC X(2)  VALUE SPACES.
          05 PIC X(4)  VALUE 'NAME'.
          05 PIC X(5)  VALUE SPACES.
          05 PIC X(5)  VALUE 'VCHRS'.

       01 AGING-LINE.
          05 AL-VENDOR-ID         PIC X.
          05                      PIC X(4) VALUE SPACES.
          05 AL-VENDOR-NAME       PIC X(6).
          05                      PIC X(2) VALUE SPACES.
          05 AL-COUNT             PIC ZZ,ZZ9.
          05 AL-BUCKET-OUT OCCURS 4 TIMES.
             10                   PIC X(2).
             10 AL-BUCKET         PIC $$,$$$,$$9.99.
          05                      PIC X(2) VALUE SPACES.
          05 AL-TOTAL             PIC $$$,$$$,$$9.99.

       01 DISCOUNT-HEADING-1.
          05 PIC X(3)  VALUE 'VEN'.
          05 PIC X(2)  VALUE SPACES.
          05 PIC X(6)  VALUE 'VENDOR'.
          05 PIC X(3)  VALUE SPACES.
          05 PIC X(7)  VALUE 'INVOICE'.
          05 PIC X(4)  VALUE SPACES.
          05 PIC X(7)  VALUE 'INVOICE'.
          05 PIC X(5)  VALUE SPACES.
          05 PIC X(8)  VALUE 'DISCOUNT'.
          05 PIC X(4)  VALUE SPACES.
          05 PIC X(3)  VALUE 'DUE'.
          05 PIC X(15) VALUE SPACES.
          05 PIC X(7)  VALUE 'VOUCHER'.
          05 PIC X(4)  VALUE SPACES.
          05 PIC X(8)  VALUE 'DISCOUNT'.

       01 DISCOUNT-HEADING-2.
          05 PIC X(3)  VALUE 'ID'.
          05 PIC X(2)  VALUE SPACES.
          05 PIC X(4)  VALUE 'NAME'.
          05 PIC X(5)  VALUE SPACES.
          05 PIC X(6)  VALUE 'NUMBER'.
          05 PIC X(5)  VALUE SPACES.
          05 PIC X(4)  VALUE 'DATE'.
          05 PIC X(8)  VALUE SPACES.
          05 PIC X(4)  VALUE 'DATE'.
          05 PIC X(8)  VALUE SPACES.
          05 PIC X(4)  VALUE 'DATE'.
          05 PIC X(15) VALUE SPACES.
          05 PIC X(6)  VALUE 'AMOUNT'.
          05 PIC X(8)  VALUE SPACES.
          05 PIC X(4)  VALUE 'LOST'.

       01 DISCOUNT-LINE.
          05 DD-VENDOR-ID         PIC X.
          05                      PIC X(4) VALUE SPACES.
          05 DD-VENDOR-NAME       PIC X(6).
          05                      PIC X(3) VALUE SPACES.
          05 DD-INVOICE-NO        PIC X(8).
          05                      PIC X(3) VALUE SPACES.
          05 DD-INVOICE-DATE      PIC X(10).
          05                      PIC X(2) VALUE SPACES.
          05 DD-DISC-DATE         PIC X(10).
          05                      PIC X(2) VALUE SPACES.
          05 DD-DUE-DATE          PIC X(10).
          05                      PIC X(2) VALUE SPACES.
          05 DD-AMOUNT            PIC $$,$$$,$$9.99.
          05                      PIC X(2) VALUE SPACES.
          05 DD-DISC-AMT          PIC $$$,$$9.99.

       01 SECTION-LINE.
          05 SL-LABEL             PIC X(40).

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
          PERFORM 025-HOUSEKEEPING
          PERFORM 050-READ-ROUTINE
          PERFORM 300-PRINT-VENDOR-AGING
          PERFORM 350-LIST-DISCOUNTS-AT-RISK
          PERFORM 400-PRINT-FINAL-TOTALS
          PERFORM 500-FINAL-ROUTINE
       .

       005-LOG-RUN-START.
          OPEN EXTEND RUN-LOG-FILE
          MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
          MOVE 'PROGRAM25' TO RL-PROGRAM
          MOVE WS-LOG-DATE TO RL-DATE
          MOVE WS-LOG-TIME TO RL-TIME
          MOVE 'S' TO RL-TYPE
          MOVE ' ' TO RL-STATUS
          MOVE ZEROS TO RL-REC-COUNT
          WRITE RUN-LOG-RECORD
          CLOSE RUN-LOG-FILE
       .

      * THE HORIZON IS THE SAME ONE THE PAYMENT SELECTION RUN USES,
      * SO THE DISCOUNTS LISTED ARE EXACTLY THOSE THAT RUN WOULD
      * TAKE.
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
             MOVE ZEROS TO VT-COUNT(VT-INDEX)
                           VT-BUCKET(VT-INDEX, 1)
                           VT-BUCKET(VT-INDEX, 2)
                           VT-BUCKET(VT-INDEX, 3)
                           VT-BUCKET(VT-INDEX, 4)
                           VT-TOTAL(VT-INDEX)
          ELSE
             ADD 1 TO WS-VENDOR-SKIPPED
             SET VT-INDEX TO WS-VENDOR-COUNT
             SET VT-INDEX UP BY 1
          END-IF
       .

      * ON RETURN VT-INDEX POINTS AT THE VENDOR FOR WS-LOOKUP-ID; A
      * VENDOR NOT ON THE MASTER IS ADDED AS UNKNOWN.
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

       025-HOUSEKEEPING.
          OPEN OUTPUT REPORT-FILE
          MOVE WS-YEAR  TO DL-YEAR
          MOVE WS-MONTH TO DL-MONTH
          MOVE WS-DAY   TO DL-DAY
          MOVE WS-PAY-THROUGH TO WS-WORK-DATE-NUM
          PERFORM 030-EDIT-WORK-DATE
          MOVE WS-EDIT-DATE TO HL-THROUGH
          INITIALIZE GRAND-TOTALS
          PERFORM 075-HEADING-ROUTINE
       .

       030-EDIT-WORK-DATE.
          MOVE WS-WORK-MONTH TO ED-MONTH
          MOVE WS-WORK-DAY   TO ED-DAY
          MOVE WS-WORK-YEAR  TO ED-YEAR
       .

       050-READ-ROUTINE.
          OPEN INPUT OPEN-AP-FILE
          IF WS-OPEN-AP-STATUS = '00'
             PERFORM UNTIL EOF-FLAG = 'Y'
                READ OPEN-AP-FILE
                   AT END
                      MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                      PERFORM 100-AGE-ONE-VOUCHER
                END-READ
             END-PERFORM
          END-IF
          CLOSE OPEN-AP-FILE
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
          IF AGING-SECTION
             MOVE AGING-HEADING-1 TO REPORT-RECORD
             PERFORM 150-WRITE-A-LINE
             MOVE AGING-HEADING-2 TO REPORT-RECORD
          ELSE
             MOVE DISCOUNT-HEADING-1 TO REPORT-RECORD
             PERFORM 150-WRITE-A-LINE
             MOVE DISCOUNT-HEADING-2 TO REPORT-RECORD
          END-IF
          PERFORM 150-WRITE-A-LINE
          MOVE SPACES TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 150-WRITE-A-LINE
          MOVE 9 TO WS-LINE-COUNT
       .

      * CURRENT IS 30 DAYS OR LESS FROM THE INVOICE DATE, INCLUDING
      * AN INVOICE DATED AFTER THE RUN.
       100-AGE-ONE-VOUCHER.
          ADD 1 TO WS-READ-COUNT
          IF VO-OPEN
             ADD 1 TO WS-OPEN-COUNT
             MOVE FUNCTION INTEGER-OF-DATE(VO-INVOICE-DATE)
                TO WS-INVOICE-INT
             SUBTRACT WS-INVOICE-INT FROM WS-TODAY-INT
                GIVING WS-AGE-DAYS
             EVALUATE TRUE
                WHEN WS-AGE-DAYS <= 30
                   MOVE 1 TO WS-BUCKET-SUB
                WHEN WS-AGE-DAYS <= 60
                   MOVE 2 TO WS-BUCKET-SUB
                WHEN WS-AGE-DAYS <= 90
                   MOVE 3 TO WS-BUCKET-SUB
                WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
             END-EVALUATE
             MOVE VO-VENDOR-ID TO WS-LOOKUP-ID
             PERFORM 020-FIND-VENDOR
             IF VT-INDEX <= WS-VENDOR-COUNT
                ADD 1 TO VT-COUNT(VT-INDEX)
                ADD VO-AMOUNT TO VT-BUCKET(VT-INDEX, WS-BUCKET-SUB)
                ADD VO-AMOUNT TO VT-TOTAL(VT-INDEX)
             END-IF
             ADD 1 TO GT-COUNT
             ADD VO-AMOUNT TO GT-BUCKET(WS-BUCKET-SUB)
             ADD VO-AMOUNT TO GT-TOTAL
          ELSE
             ADD 1 TO WS-PAID-COUNT
          END-IF
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

       300-PRINT-VENDOR-AGING.
          PERFORM VARYING VT-INDEX FROM 1 BY 1
                UNTIL VT-INDEX > WS-VENDOR-COUNT
             IF VT-COUNT(VT-INDEX) > 0
                MOVE SPACES TO AGING-LINE
                MOVE VT-VENDOR-ID(VT-INDEX) TO AL-VENDOR-ID
                MOVE VT-VENDOR-NAME(VT-INDEX) TO AL-VENDOR-NAME
                MOVE VT-COUNT(VT-INDEX) TO AL-COUNT
                PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                      UNTIL WS-BUCKET-SUB > 4
                   MOVE VT-BUCKET(VT-INDEX, WS-BUCKET-SUB)
                      TO AL-BUCKET(WS-BUCKET-SUB)
                END-PERFORM
                MOVE VT-TOTAL(VT-INDEX) TO AL-TOTAL
                MOVE AGING-LINE TO REPORT-RECORD
                MOVE 1 TO PROPER-SPACING
                PERFORM 175-WRITE-DETAIL-LINE
             END-IF
          END-PERFORM
          MOVE SPACES TO AGING-LINE
          MOVE 'TOTAL ' TO AL-VENDOR-NAME
          MOVE GT-COUNT TO AL-COUNT
          PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                UNTIL WS-BUCKET-SUB > 4
             MOVE GT-BUCKET(WS-BUCKET-SUB)
                TO AL-BUCKET(WS-BUCKET-SUB)
          END-PERFORM
          MOVE GT-TOTAL TO AL-TOTAL
          MOVE AGING-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 175-WRITE-DETAIL-LINE
       .

      * THE DISCOUNTS SECTION STARTS ON A NEW PAGE WITH ITS OWN
      * COLUMN HEADINGS.
       350-LIST-DISCOUNTS-AT-RISK.
          MOVE 'D' TO WS-SECTION
          PERFORM 075-HEADING-ROUTINE
          MOVE 'DISCOUNTS LOST IF NOT PAID THIS WEEK:' TO SL-LABEL
          MOVE SECTION-LINE TO REPORT-RECORD
          PERFORM 175-WRITE-DETAIL-LINE
          MOVE 'N' TO EOF-FLAG
          OPEN INPUT OPEN-AP-FILE
          IF WS-OPEN-AP-STATUS = '00'
             PERFORM UNTIL EOF-FLAG = 'Y'
                READ OPEN-AP-FILE
                   AT END
                      MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                      IF VO-OPEN AND VO-DISC-AMT > 0
                         PERFORM 360-CHECK-ONE-DISCOUNT
                      END-IF
                END-READ
             END-PERFORM
          END-IF
          CLOSE OPEN-AP-FILE
       .

       360-CHECK-ONE-DISCOUNT.
          IF VO-DISC-DATE < WS-DATE-NUM
             ADD 1 TO WS-LOST-COUNT
             ADD VO-DISC-AMT TO WS-LOST-DOLLARS
          ELSE
             IF VO-DISC-DATE <= WS-PAY-THROUGH
                ADD 1 TO WS-AT-RISK-COUNT
                ADD VO-DISC-AMT TO WS-AT-RISK-DOLLARS
                MOVE VO-VENDOR-ID TO WS-LOOKUP-ID
                PERFORM 020-FIND-VENDOR
                MOVE VO-VENDOR-ID TO DD-VENDOR-ID
                IF VT-INDEX <= WS-VENDOR-COUNT
                   MOVE VT-VENDOR-NAME(VT-INDEX) TO DD-VENDOR-NAME
                ELSE
                   MOVE 'UNKNWN' TO DD-VENDOR-NAME
                END-IF
                MOVE VO-INVOICE-NO TO DD-INVOICE-NO
                MOVE VO-INVOICE-DATE TO WS-WORK-DATE-NUM
                PERFORM 030-EDIT-WORK-DATE
                MOVE WS-EDIT-DATE TO DD-INVOICE-DATE
                MOVE VO-DISC-DATE TO WS-WORK-DATE-NUM
                PERFORM 030-EDIT-WORK-DATE
                MOVE WS-EDIT-DATE TO DD-DISC-DATE
                MOVE VO-DUE-DATE TO WS-WORK-DATE-NUM
                PERFORM 030-EDIT-WORK-DATE
                MOVE WS-EDIT-DATE TO DD-DUE-DATE
                MOVE VO-AMOUNT TO DD-AMOUNT
                MOVE VO-DISC-AMT TO DD-DISC-AMT
                MOVE DISCOUNT-LINE TO REPORT-RECORD
                PERFORM 175-WRITE-DETAIL-LINE
             END-IF
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
          MOVE 'VOUCHERS PAID - SKIPPED:      ' TO TL-LABEL
          MOVE WS-PAID-COUNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE 'DISCOUNTS AT RISK THIS WEEK:  ' TO TL-LABEL
          MOVE WS-AT-RISK-COUNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE 'DISCOUNTS ALREADY LOST:       ' TO TL-LABEL
          MOVE WS-LOST-COUNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE

          MOVE 'TOTAL OPEN PAYABLES:          ' TO DT-LABEL
          MOVE GT-TOTAL TO DT-DOLLARS
          MOVE DOLLAR-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 150-WRITE-A-LINE
          MOVE 'DISCOUNT DOLLARS AT RISK:     ' TO DT-LABEL
          MOVE WS-AT-RISK-DOLLARS TO DT-DOLLARS
          MOVE DOLLAR-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE 'DISCOUNT DOLLARS ALREADY LOST:' TO DT-LABEL
          MOVE WS-LOST-DOLLARS TO DT-DOLLARS
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
          MOVE 'PROGRAM25' TO RL-PROGRAM
          MOVE WS-LOG-DATE TO RL-DATE
          MOVE WS-LOG-TIME TO RL-TIME
          MOVE 'E' TO RL-TYPE
          MOVE 'C' TO RL-STATUS
          MOVE WS-READ-COUNT TO RL-REC-COUNT
          WRITE RUN-LOG-RECORD
          CLOSE RUN-LOG-FILE
       .

       500-FINAL-ROUTINE.
          CLOSE REPORT-FILE
          PERFORM 490-LOG-RUN-END
           STOP RUN
       .
