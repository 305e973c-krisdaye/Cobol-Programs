       IDENTIFICATION DIVISION.
       PROGRAM-ID.	  PROGRAM27.
       AUTHOR.			  DAYE.
      *************************COMMENT SECTION************************
      * DESCRIPTION:
      *  THIS PROGRAM EDITS THE WEEK S CUSTOMER RETURNS FOR HAL S
      *  AUTO PARTS WAREHOUSE AND ANALYZES WHY PARTS CAME BACK. EACH
      *  RETURN TRANSACTION CARRIES THE CATALOG NUMBER, RETURN DATE,
      *  QUANTITY, A REASON CODE AND A DISPOSITION, AND IS EDITED
      *  AGAINST THE ITEM MASTER. REJECTED RETURNS ARE LISTED WITH
      *  THE REASON THEY WERE REJECTED.
      *  THE ACCEPTED RETURNS ARE TOTALLED BY ITEM AND RECONCILED TO
      *  THE QUANTITY RETURNED FOR THE WEEK ON THE EDITED INVENTORY
      *  EXTRACT; EVERY ITEM THAT DOES NOT AGREE IS LISTED AND THE
      *  RETURN CODE IS SET TO 8.
      *  DEFECTIVE AND SHIPPING-DAMAGE RETURNS GO BACK TO THE
      *  SUPPLIER. THEY ARE WRITTEN TO THE RETURN-TO-VENDOR FILE
      *  GROUPED BY THE SUPPLIER ON PR1SUPPXREF.TXT, WITH THE CREDIT
      *  EXPECTED AT THE ITEM MASTER PRICE.
      *  THE ANALYSIS REPORT SHOWS THE RETURNS BY REASON AND BY
      *  SUPPLIER, AND LISTS EVERY ITEM THE INVENTORY ANALYSIS RUN
      *  FLAGS AS AN EXCESS RETURN WITH ITS RETURNS BROKEN DOWN BY
      *  REASON, SO THE PARTS AND SUPPLIERS BEHIND THE FLAGS CAN BE
      *  SEEN.
      ****************************************************************
      * INPUT FILES:
      *  PR1RETURNS.TXT - ONE RECORD PER CUSTOMER RETURN: CATALOG
      *   NUMBER, RETURN DATE, QUANTITY, REASON CODE (D DEFECTIVE,
      *   W WRONG PART, C CUSTOMER CHANGED MIND, S DAMAGED IN
      *   SHIPPING) AND DISPOSITION (R RESTOCK, V RETURN TO
      *   SUPPLIER)
      *  PR1FA14-EDITED.TXT - THE EDITED WEEKLY EXTRACT, FOR THE
      *   QUANTITIES SOLD AND RETURNED FOR THE WEEK
      *  PR1ITEMMAST.TXT - ITEM MASTER FOR DESCRIPTION AND PRICE
      *  PR1SUPPXREF.TXT - SUPPLIER FOR EACH CATALOG NUMBER
      ****************************************************************
      * OUTPUT FILES:
      *  PR1RTV.TXT - RETURN-TO-VENDOR FILE, ONE RECORD PER
      *   DEFECTIVE OR SHIPPING-DAMAGE RETURN IN SUPPLIER, CATALOG
      *   AND RETURN DATE ORDER: SUPPLIER ID AND NAME, CATALOG
      *   NUMBER, RETURN DATE, QUANTITY, REASON CODE, MASTER PRICE
      *   AND CREDIT EXPECTED
      *  RETURNS-ANALYSIS-REPORT.TXT - REJECTED RETURNS, THE
      *   RECONCILIATION TO THE EXTRACT, RETURNS BY REASON AND BY
      *   SUPPLIER, THE EXCESS-RETURN ITEMS, AND TOTALS
      ****************************************************************
      * DEFINITIONS:
      *   EXCESS RETURN: RETURNED FOR THE WEEK IS AT LEAST HALF OF
      *                  SOLD FOR THE WEEK, THE SAME TEST THE
      *                  INVENTORY ANALYSIS RUN USES
      *   THIS WEEK: THE RETURN DATE IS NO MORE THAN SEVEN DAYS
      *              BEFORE THE RUN DATE AND NOT AFTER IT
      *   DISPOSITION: DEFECTIVE AND SHIPPING-DAMAGE RETURNS MUST BE
      *                RETURNED TO THE SUPPLIER; WRONG-PART AND
      *                CHANGED-MIND RETURNS MUST BE RESTOCKED
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
       SELECT RETURN-FILE
	     ASSIGN TO "PR1RETURNS.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT DISK-FILE
	     ASSIGN TO "PR1FA14-EDITED.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT ITEM-MASTER-FILE
	     ASSIGN TO "PR1ITEMMAST.TXT"
		 ORGANIZATION IS INDEXED
		 ACCESS MODE IS RANDOM
		 RECORD KEY IS IM-CATALOG-NUMBER.
      *
       SELECT SUPPLIER-XREF-FILE
	     ASSIGN TO "PR1SUPPXREF.TXT"
		 ORGANIZATION IS INDEXED
		 ACCESS MODE IS RANDOM
		 RECORD KEY IS SX-CATALOG-NUMBER.
      *
       SELECT RTV-FILE
	     ASSIGN TO "PR1RTV.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT RTV-SORT-FILE
	     ASSIGN TO "RTV-SORT.tmp".
      *
       SELECT REPORT-FILE
	     ASSIGN TO "RETURNS-ANALYSIS-REPORT.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT RUN-LOG-FILE
	     ASSIGN TO "RUNLOG.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.

       FILE SECTION.

       FD RETURN-FILE
        RECORD CONTAINS 19 CHARACTERS.

       01 RETURN-RECORD.
          05 RT-CATALOG-NUMBER      PIC X(5).
          05 RT-RETURN-DATE         PIC 9(8).
          05 RT-RETURN-DATE-X REDEFINES RT-RETURN-DATE
                                    PIC X(8).
          05 RT-RETURN-QTY          PIC 9(4).
          05 RT-RETURN-QTY-X REDEFINES RT-RETURN-QTY
                                    PIC X(4).
          05 RT-REASON-CODE         PIC X.
             88 RT-VALID-REASON               VALUE 'D' 'W' 'C' 'S'.
             88 RT-SUPPLIER-FAULT             VALUE 'D' 'S'.
          05 RT-DISPOSITION         PIC X.
             88 RT-VALID-DISPOSITION          VALUE 'R' 'V'.
             88 RT-RESTOCK                    VALUE 'R'.
             88 RT-TO-SUPPLIER                VALUE 'V'.

       FD DISK-FILE
                RECORD CONTAINS 60 CHARACTERS.

       01 INV-ANALYSIS-REPORT.
          05 CATALOG-NUMBER         PIC X(5).
          05 ITEM-DESCRIPTION       PIC X(20).
          05 UNIT-PRICE	      PIC 999V99.
          05 FILLER	      PIC X(6).
          05 QTY-ON-HAND            PIC 9(4).
          05 QTY-ON-ORDER           PIC 9(4).
          05 REORDER-POINT          PIC 9(4).
          05 QTY-RECEIVED-WK        PIC 9(4).
          05 QTY-SOLD-WK            PIC 9(4).
          05 QTY-RETURNED-WK        PIC 9(4).

       FD ITEM-MASTER-FILE
        RECORD CONTAINS 30 CHARACTERS.

       01 ITEM-MASTER-RECORD.
          05 IM-CATALOG-NUMBER      PIC X(5).
          05 IM-ITEM-DESCRIPTION    PIC X(20).
          05 IM-UNIT-PRICE          PIC 999V99.

       FD SUPPLIER-XREF-FILE
        RECORD CONTAINS 30 CHARACTERS.

       01 SUPPLIER-XREF-RECORD.
          05 SX-CATALOG-NUMBER      PIC X(5).
          05 SX-SUPPLIER-ID         PIC X(5).
          05 SX-SUPPLIER-NAME       PIC X(20).

       FD RTV-FILE
        RECORD CONTAINS 57 CHARACTERS.

       01 RTV-RECORD	      PIC X(57).

       SD RTV-SORT-FILE.

       01 RTV-SORT-RECORD.
          05 RS-SUPPLIER-ID         PIC X(5).
          05 RS-SUPPLIER-NAME       PIC X(20).
          05 RS-CATALOG-NUMBER      PIC X(5).
          05 RS-RETURN-DATE         PIC 9(8).
          05 FILLER	      PIC X(19).

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
          05 WS-SECTION-HDR-1       PIC X(132) VALUE SPACES.
          05 WS-SECTION-HDR-2       PIC X(132) VALUE SPACES.

       01 FLAGS-SWITCHES.
          05 EOF-FLAG	      PIC X     VALUE ' '.
          05 EX-EOF-FLAG            PIC X     VALUE ' '.
          05 WS-REJECT-MSG          PIC X(32) VALUE SPACES.

       01 TOTAL-FIELDS.
          05 WS-RETURN-READ         PIC 9(6)  VALUE 0.
          05 WS-ACCEPTED-CNT        PIC 9(6)  VALUE 0.
          05 WS-REJECTED-CNT        PIC 9(6)  VALUE 0.
          05 WS-ACCEPTED-QTY        PIC 9(7)  VALUE 0.
          05 WS-EXTRACT-READ        PIC 9(6)  VALUE 0.
          05 WS-EXTRACT-RTN-QTY     PIC 9(7)  VALUE 0.
          05 WS-OUT-OF-BAL-CNT      PIC 9(6)  VALUE 0.
          05 WS-EXCESS-CNT          PIC 9(6)  VALUE 0.
          05 WS-RTV-CNT	      PIC 9(6)  VALUE 0.
          05 WS-RTV-QTY	      PIC 9(7)  VALUE 0.
          05 WS-RTV-CREDIT          PIC 9(9)V99 VALUE 0.
          05 WS-NO-SUPPLIER-CNT     PIC 9(6)  VALUE 0.
          05 WS-TABLE-FULL-CNT      PIC 9(6)  VALUE 0.
          05 WS-RTV-FULL-CNT        PIC 9(6)  VALUE 0.

       01 CALC-FIELDS.
          05 WS-TODAY-INT           PIC 9(7).
          05 WS-RETURN-INT          PIC 9(7).
          05 WS-RETURN-AGE-DAYS     PIC S9(7).
          05 WS-CREDIT-AMT          PIC 9(7)V99.
          05 WS-RETURN-VALUE        PIC 9(7)V99.
          05 WS-QTY-DIFF            PIC S9(5).
          05 WS-RSN-SUB	      PIC 9.
          05 WS-TOP-SUB	      PIC 9.
          05 WS-TOP-QTY	      PIC 9(5).
          05 WS-PCT	      PIC 999V9.
          05 WS-LOOKUP-CAT          PIC X(5).
          05 WS-LOOKUP-SUPPLIER     PIC X(5).
          05 WS-WORK-DATE.
             10 WS-WORK-YEAR        PIC 9(4).
             10 WS-WORK-MONTH       PIC 99.
             10 WS-WORK-DAY         PIC 99.
          05 WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
                                    PIC 9(8).

      * REASON CODES IN THE ORDER THEY ARE PRINTED.
       01 REASON-CODE-VALUES.
          05		      PIC X(21) VALUE
                                    'DDEFECTIVE           '.
          05		      PIC X(21) VALUE
                                    'WWRONG PART          '.
          05		      PIC X(21) VALUE
                                    'CCUSTOMER CHANGED MND'.
          05		      PIC X(21) VALUE
                                    'SDAMAGED IN SHIPPING '.
       01 REASON-CODE-TABLE REDEFINES REASON-CODE-VALUES.
          05 RC-ENTRY OCCURS 4 TIMES
                INDEXED BY RC-INDEX.
             10 RC-CODE	      PIC X.
             10 RC-NAME	      PIC X(20).

       01 REASON-TOTALS.
          05 RN-ENTRY OCCURS 4 TIMES.
             10 RN-COUNT            PIC 9(6).
             10 RN-QTY	      PIC 9(7).
             10 RN-VALUE            PIC 9(9)V99.

       01 ITEM-TABLE.
          05 WS-ITEM-COUNT          PIC 9(4)  VALUE 0.
          05 IT-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON WS-ITEM-COUNT
                INDEXED BY IT-INDEX.
             10 IT-CATALOG          PIC X(5).
             10 IT-DESCRIP          PIC X(20).
             10 IT-PRICE            PIC 999V99.
             10 IT-SUPPLIER-ID      PIC X(5).
             10 IT-SUPPLIER-NAME    PIC X(20).
             10 IT-ON-EXTRACT       PIC X.
             10 IT-EXCESS           PIC X.
             10 IT-EXT-SOLD         PIC 9(4).
             10 IT-EXT-RETURNED     PIC 9(4).
             10 IT-RETURN-QTY       PIC 9(5).
             10 IT-REASON-QTY       PIC 9(5) OCCURS 4 TIMES.
             10 IT-RTV-CREDIT       PIC 9(7)V99.

       01 SUPPLIER-TABLE.
          05 WS-SUPPLIER-COUNT      PIC 9(3)  VALUE 0.
          05 SP-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-SUPPLIER-COUNT
                INDEXED BY SP-INDEX.
             10 SP-SUPPLIER-ID      PIC X(5).
             10 SP-SUPPLIER-NAME    PIC X(20).
             10 SP-RETURN-QTY       PIC 9(7).
             10 SP-REASON-QTY       PIC 9(7) OCCURS 4 TIMES.
             10 SP-RTV-CREDIT       PIC 9(9)V99.
             10 SP-EXCESS-ITEMS     PIC 9(4).

       01 RTV-TABLE.
          05 WS-RTV-COUNT           PIC 9(4)  VALUE 0.
          05 RV-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON WS-RTV-COUNT
                INDEXED BY RV-INDEX.
             10 RV-IMAGE            PIC X(57).

       01 RTV-WORK-RECORD.
          05 RW-SUPPLIER-ID         PIC X(5).
          05 RW-SUPPLIER-NAME       PIC X(20).
          05 RW-CATALOG-NUMBER      PIC X(5).
          05 RW-RETURN-DATE         PIC 9(8).
          05 RW-RETURN-QTY          PIC 9(4).
          05 RW-REASON-CODE         PIC X.
          05 RW-UNIT-PRICE          PIC 999V99.
          05 RW-CREDIT-AMT          PIC 9(7)V99.

       01 WS-DATE.
          05 WS-YEAR	      PIC 9(4).
          05 WS-MONTH	      PIC 99.
          05 WS-DAY	      PIC 99.

       01 PAGE-HEADING-LINE.
          05 DL-MONTH	      PIC 99.
          05		      PIC X VALUE '/'.
          05 DL-DAY	      PIC 99.
          05		      PIC X VALUE '/'.
          05 DL-YEAR	      PIC 9(4).
          05		      PIC X(5) VALUE ' '.
          05		      PIC X(3) VALUE 'KAD'.
          05		      PIC X(34) VALUE ' '.
          05		      PIC X(25) VALUE
                                    'CUSTOMER RETURNS ANALYSIS'.
          05		      PIC X(48) VALUE ' '.
          05		      PIC X(5) VALUE 'PAGE '.
          05 PAGE-NO	      PIC 99 VALUE 0.

       01 SECTION-TITLE-LINE.
          05		      PIC X(1) VALUE ' '.
          05 ST-TITLE	      PIC X(60).

       01 REJECT-HDR-1.
          05		      PIC X(1) VALUE ' '.
          05		      PIC X(3) VALUE 'CAT'.
          05		      PIC X(4) VALUE ' '.
          05		      PIC X(6) VALUE 'RETURN'.
          05		      PIC X(6) VALUE ' '.
          05		      PIC X(3) VALUE 'QTY'.
          05		      PIC X(2) VALUE ' '.
          05		      PIC X(3) VALUE 'RSN'.
          05		      PIC X(2) VALUE ' '.
          05		      PIC X(3) VALUE 'DSP'.
          05		      PIC X(2) VALUE ' '.
          05		      PIC X(16) VALUE
                                    'REJECTED BECAUSE'.

       01 REJECT-HDR-2.
          05		      PIC X(8) VALUE ' '.
          05		      PIC X(4) VALUE 'DATE'.

       01 REJECT-LINE.
          05		      PIC X(1) VALUE ' '.
          05 RJ-CATALOG	      PIC X(5).
          05		      PIC X(2) VALUE ' '.
          05 RJ-RETURN-DATE         PIC X(8).
          05		      PIC X(2) VALUE ' '.
          05 RJ-RETURN-QTY          PIC X(4).
          05		      PIC X(3) VALUE ' '.
          05 RJ-REASON-CODE         PIC X.
          05		      PIC X(4) VALUE ' '.
          05 RJ-DISPOSITION         PIC X.
          05		      PIC X(3) VALUE ' '.
          05 RJ-MESSAGE	      PIC X(32).

       01 RECON-HDR-1.
          05		      PIC X(1) VALUE ' '.
          05		      PIC X(3) VALUE 'CAT'.
          05		      PIC X(4) VALUE ' '.
          05		      PIC X(11) VALUE 'DESCRIPTION'.
          05		      PIC X(12) VALUE ' '.
          05		      PIC X(7) VALUE 'EXTRACT'.
          05		      PIC X(3) VALUE ' '.
          05		      PIC X(7) VALUE 'RETURNS'.
          05		      PIC X(2) VALUE ' '.
          05		      PIC X(10) VALUE 'DIFFERENCE'.
          05		      PIC X(3) VALUE ' '.
          05		      PIC X(6) VALUE 'STATUS'.

       01 RECON-HDR-2.
          05		      PIC X(30) VALUE ' '.
          05		      PIC X(8) VALUE 'RETURNED'.
          05		      PIC X(4) VALUE ' '.
          05		      PIC X(4) VALUE 'FILE'.

       01 RECON-LINE.
          05		      PIC X(1) VALUE ' '.
          05 RL-CATALOG	      PIC X(5).
          05		      PIC X(2) VALUE ' '.
          05 RL-DESCRIP	      PIC X(20).
          05		      PIC X(3) VALUE ' '.
          05 RL-EXT-RETURNED        PIC ZZ,ZZ9.
          05		      PIC X(4) VALUE ' '.
          05 RL-FILE-RETURNED       PIC ZZ,ZZ9.
          05		      PIC X(5) VALUE ' '.
          05 RL-DIFFERENCE          PIC +ZZ,ZZ9.
          05		      PIC X(3) VALUE ' '.
          05 RL-STATUS-MSG          PIC X(24).

       01 REASON-HDR-1.
          05		      PIC X(1) VALUE ' '.
          05		      PIC X(6) VALUE 'REASON'.
          05		      PIC X(18) VALUE ' '.
          05		      PIC X(7) VALUE 'RETURNS'.
          05		      PIC X(6) VALUE ' '.
          05		      PIC X(3) VALUE 'QTY'.
          05		      PIC X(3) VALUE ' '.
          05		      PIC X(6) VALUE '% QTY '.
          05		      PIC X(9) VALUE ' '.
          05		      PIC X(5) VALUE 'VALUE'.

       01 REASON-LINE.
          05		      PIC X(1) VALUE ' '.
          05 RR-CODE	      PIC X.
          05		      PIC X(1) VALUE ' '.
          05 RR-NAME	      PIC X(20).
          05		      PIC X(2) VALUE ' '.
          05 RR-COUNT	      PIC ZZZ,ZZ9.
          05		      PIC X(2) VALUE ' '.
          05 RR-QTY	      PIC Z,ZZZ,ZZ9.
          05		      PIC X(3) VALUE ' '.
          05 RR-PCT	      PIC ZZ9.9.
          05		      PIC X(2) VALUE ' '.
          05 RR-VALUE	      PIC $$,$$$,$$9.99.

       01 SUPPLIER-HDR-1.
          05		      PIC X(1) VALUE ' '.
          05		      PIC X(8) VALUE 'SUPPLIER'.
          05		      PIC X(27) VALUE ' '.
          05		      PIC X(6) VALUE 'DEFECT'.
          05		      PIC X(4) VALUE ' '.
          05		      PIC X(5) VALUE 'WRONG'.
          05		      PIC X(2) VALUE ' '.
          05		      PIC X(7) VALUE 'CHANGED'.
          05		      PIC X(2) VALUE ' '.
          05		      PIC X(7) VALUE 'DAMAGED'.
          05		      PIC X(4) VALUE ' '.
          05		      PIC X(5) VALUE 'TOTAL'.
          05		      PIC X(9) VALUE ' '.
          05		      PIC X(6) VALUE 'CREDIT'.
          05		      PIC X(2) VALUE ' '.
          05		      PIC X(6) VALUE 'EXCESS'.

       01 SUPPLIER-HDR-2.
          05		      PIC X(1) VALUE ' '.
          05		      PIC X(2) VALUE 'ID'.
          05		      PIC X(5) VALUE ' '.
          05		      PIC X(4) VALUE 'NAME'.
          05		      PIC X(26) VALUE ' '.
          05		      PIC X(3) VALUE 'QTY'.
          05		      PIC X(6) VALUE ' '.
          05		      PIC X(3) VALUE 'QTY'.
          05		      PIC X(6) VALUE ' '.
          05		      PIC X(3) VALUE 'QTY'.
          05		      PIC X(6) VALUE ' '.
          05		      PIC X(3) VALUE 'QTY'.
          05		      PIC X(6) VALUE ' '.
          05		      PIC X(3) VALUE 'QTY'.
          05		      PIC X(6) VALUE ' '.
          05		      PIC X(8) VALUE 'EXPECTED'.
          05		      PIC X(3) VALUE ' '.
          05		      PIC X(5) VALUE 'ITEMS'.

       01 SUPPLIER-LINE.
          05		      PIC X(1) VALUE ' '.
          05 SL-SUPPLIER-ID         PIC X(5).
          05		      PIC X(2) VALUE ' '.
          05 SL-SUPPLIER-NAME       PIC X(20).
          05 SL-REASON-QTY          PIC Z,ZZZ,ZZ9 OCCURS 4 TIMES.
          05 SL-TOTAL-QTY           PIC Z,ZZZ,ZZ9.
          05		      PIC X(2) VALUE ' '.
          05 SL-CREDIT	      PIC $$,$$$,$$9.99.
          05		      PIC X(3) VALUE ' '.
          05 SL-EXCESS-ITEMS        PIC Z,ZZ9.

       01 EXCESS-HDR-1.
          05		      PIC X(1) VALUE ' '.
          05		      PIC X(3) VALUE 'CAT'.
          05		      PIC X(4) VALUE ' '.
          05		      PIC X(11) VALUE 'DESCRIPTION'.
          05		      PIC X(11) VALUE ' '.
          05		      PIC X(5) VALUE 'SUPPL'.
          05		      PIC X(4) VALUE ' '.
          05		      PIC X(4) VALUE 'SOLD'.
          05		      PIC X(2) VALUE ' '.
          05		      PIC X(5) VALUE 'RTND '.
          05		      PIC X(2) VALUE ' '.
          05		      PIC X(6) VALUE 'DEFECT'.
          05		      PIC X(3) VALUE ' '.
          05		      PIC X(5) VALUE 'WRONG'.
          05		      PIC X(1) VALUE ' '.
          05		      PIC X(7) VALUE 'CHANGED'.
          05		      PIC X(1) VALUE ' '.
          05		      PIC X(7) VALUE 'DAMAGED'.
          05		      PIC X(2) VALUE ' '.
          05		      PIC X(11) VALUE 'MAIN REASON'.

       01 EXCESS-LINE.
          05		      PIC X(1) VALUE ' '.
          05 EL-CATALOG	      PIC X(5).
          05		      PIC X(2) VALUE ' '.
          05 EL-DESCRIP	      PIC X(20).
          05		      PIC X(2) VALUE ' '.
          05 EL-SUPPLIER-ID         PIC X(5).
          05		      PIC X(2) VALUE ' '.
          05 EL-SOLD	      PIC Z,ZZ9.
          05		      PIC X(2) VALUE ' '.
          05 EL-RETURNED            PIC Z,ZZ9.
          05 EL-REASON-QTY          PIC ZZZ,ZZ9 OCCURS 4 TIMES.
          05		      PIC X(3) VALUE ' '.
          05 EL-MAIN-REASON         PIC X(20).

       01 TOTAL-LINE.
          05		      PIC X(1) VALUE ' '.
          05 TL-LABEL	      PIC X(32).
          05 TL-COUNT	      PIC Z,ZZZ,ZZ9.

       01 DOLLAR-LINE.
          05		      PIC X(1) VALUE ' '.
          05 DT-LABEL	      PIC X(32).
          05 DT-DOLLARS	      PIC $$$,$$$,$$9.99.

       01 WS-HOLD-LINE	      PIC X(132).

       01 RUN-LOG-FIELDS.
          05 WS-LOG-STAMP.
             10 WS-LOG-DATE         PIC 9(8).
             10 WS-LOG-TIME         PIC 9(6).
             10 FILLER	      PIC X(7).

	   PROCEDURE DIVISION.

       000-MAIN-MODULE.
         PERFORM 110-LOG-RUN-START
         PERFORM 125-HOUSEKEEPING
         PERFORM 130-LOAD-EXTRACT
         PERFORM 175-READ-RETURN-FILE
         PERFORM 260-BUILD-SUPPLIER-TOTALS
         PERFORM 320-PRINT-RECONCILIATION
         PERFORM 340-PRINT-BY-REASON
         PERFORM 360-PRINT-BY-SUPPLIER
         PERFORM 380-PRINT-EXCESS-ITEMS
         PERFORM 400-WRITE-RTV-FILE
         PERFORM 275-PRINT-TOTALS
         PERFORM 300-FINAL-ROUTINE
	   .

       110-LOG-RUN-START.
         OPEN EXTEND RUN-LOG-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
         MOVE 'PROGRAM27' TO RL-PROGRAM
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
                      SUPPLIER-XREF-FILE
              OUTPUT  REPORT-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-DATE
         MOVE WS-YEAR TO DL-YEAR
         MOVE WS-DAY TO DL-DAY
         MOVE WS-MONTH TO DL-MONTH
         MOVE FUNCTION INTEGER-OF-DATE(WS-LOG-DATE)
           TO WS-TODAY-INT
         INITIALIZE REASON-TOTALS
         PERFORM 150-HEADING-ROUTINE
	   .

      * EVERY EXTRACT ITEM IS LOADED WITH ITS WEEKLY SOLD AND
      * RETURNED QUANTITIES, AND MARKED WHEN IT CARRIES THE EXCESS
      * RETURN FLAG ON THE INVENTORY ANALYSIS REPORT.
       130-LOAD-EXTRACT.
         OPEN INPUT DISK-FILE
         PERFORM UNTIL EX-EOF-FLAG = 'Y'
           READ DISK-FILE
             AT END
               MOVE 'Y' TO EX-EOF-FLAG
             NOT AT END
               PERFORM 135-LOAD-ONE-EXTRACT-ITEM
           END-READ
         END-PERFORM
         CLOSE DISK-FILE
	   .

       135-LOAD-ONE-EXTRACT-ITEM.
         ADD 1 TO WS-EXTRACT-READ
         ADD QTY-RETURNED-WK TO WS-EXTRACT-RTN-QTY
         MOVE CATALOG-NUMBER TO WS-LOOKUP-CAT
         PERFORM 230-FIND-ITEM
         IF IT-INDEX <= WS-ITEM-COUNT
           IF IT-DESCRIP(IT-INDEX) = '*NOT ON MASTER*'
             MOVE ITEM-DESCRIPTION TO IT-DESCRIP(IT-INDEX)
           END-IF
           MOVE 'Y' TO IT-ON-EXTRACT(IT-INDEX)
           ADD QTY-SOLD-WK TO IT-EXT-SOLD(IT-INDEX)
           ADD QTY-RETURNED-WK TO IT-EXT-RETURNED(IT-INDEX)
           IF QTY-RETURNED-WK >= (QTY-SOLD-WK / 2)
             MOVE 'Y' TO IT-EXCESS(IT-INDEX)
             ADD 1 TO WS-EXCESS-CNT
           END-IF
         END-IF
	   .

       150-HEADING-ROUTINE.
          ADD 1 TO PAGE-NO

          MOVE 1 TO PROPER-SPACING
          WRITE REPORT-RECORD FROM PAGE-HEADING-LINE
            AFTER ADVANCING PROPER-SPACING
          MOVE 3 TO WS-LINE-COUNT

          IF WS-SECTION-HDR-1 NOT = SPACES
            MOVE 2 TO PROPER-SPACING
            WRITE REPORT-RECORD FROM WS-SECTION-HDR-1
              AFTER ADVANCING PROPER-SPACING
            MOVE 1 TO PROPER-SPACING
            WRITE REPORT-RECORD FROM WS-SECTION-HDR-2
              AFTER ADVANCING PROPER-SPACING
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD
            MOVE 7 TO WS-LINE-COUNT
          END-IF
	   .

      * EACH SECTION STARTS WITH ITS TITLE AND COLUMN HEADINGS, AND
      * THE HEADINGS ARE REPEATED WHEN THE SECTION RUNS ONTO A NEW
      * PAGE.
       155-START-SECTION.
         MOVE SECTION-TITLE-LINE TO REPORT-RECORD
         MOVE 3 TO PROPER-SPACING
         PERFORM 250-WRITE-A-LINE
         MOVE WS-SECTION-HDR-1 TO REPORT-RECORD
         MOVE 2 TO PROPER-SPACING
         PERFORM 250-WRITE-A-LINE
         MOVE WS-SECTION-HDR-2 TO REPORT-RECORD
         MOVE 1 TO PROPER-SPACING
         PERFORM 250-WRITE-A-LINE
         MOVE SPACES TO REPORT-RECORD
         PERFORM 250-WRITE-A-LINE
	   .

       175-READ-RETURN-FILE.
         MOVE 'REJECTED RETURNS' TO ST-TITLE
         MOVE REJECT-HDR-1 TO WS-SECTION-HDR-1
         MOVE REJECT-HDR-2 TO WS-SECTION-HDR-2
         PERFORM 155-START-SECTION
         OPEN INPUT RETURN-FILE
         PERFORM UNTIL EOF-FLAG = 'Y'
           READ RETURN-FILE
             AT END
               MOVE 'Y' TO EOF-FLAG
             NOT AT END
               PERFORM 200-EDIT-ONE-RETURN
           END-READ
         END-PERFORM
         CLOSE RETURN-FILE
         IF WS-REJECTED-CNT = 0
           MOVE 'NONE' TO RJ-MESSAGE
           MOVE SPACES TO RJ-CATALOG RJ-RETURN-DATE RJ-RETURN-QTY
                          RJ-REASON-CODE RJ-DISPOSITION
           MOVE REJECT-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 250-WRITE-A-LINE
         END-IF
	   .

       200-EDIT-ONE-RETURN.
         ADD 1 TO WS-RETURN-READ
         MOVE SPACES TO WS-REJECT-MSG
         MOVE RT-CATALOG-NUMBER TO IM-CATALOG-NUMBER
         READ ITEM-MASTER-FILE
           INVALID KEY
             MOVE 'NOT ON ITEM MASTER' TO WS-REJECT-MSG
         END-READ
         IF WS-REJECT-MSG = SPACES
           PERFORM 205-EDIT-RETURN-DATE
         END-IF
         IF WS-REJECT-MSG = SPACES
           EVALUATE TRUE
             WHEN RT-RETURN-QTY-X IS NOT NUMERIC
               OR RT-RETURN-QTY = 0
               MOVE 'BAD RETURN QTY' TO WS-REJECT-MSG
             WHEN NOT RT-VALID-REASON
               MOVE 'BAD REASON CODE' TO WS-REJECT-MSG
             WHEN NOT RT-VALID-DISPOSITION
               MOVE 'BAD DISPOSITION' TO WS-REJECT-MSG
             WHEN RT-SUPPLIER-FAULT AND RT-RESTOCK
               MOVE 'DEFECT/DAMAGE CANNOT BE RESTOCKED'
                 TO WS-REJECT-MSG
             WHEN NOT RT-SUPPLIER-FAULT AND RT-TO-SUPPLIER
               MOVE 'REASON HAS NO SUPPLIER CREDIT'
                 TO WS-REJECT-MSG
             WHEN OTHER
               CONTINUE
           END-EVALUATE
         END-IF
         IF WS-REJECT-MSG = SPACES
           PERFORM 210-ACCEPT-RETURN
         ELSE
           PERFORM 215-REJECT-RETURN
         END-IF
	   .

      * A RETURN BELONGS TO THIS WEEK S EXTRACT WHEN IT IS DATED NO
      * MORE THAN SEVEN DAYS BEFORE THE RUN AND NOT AFTER IT.
       205-EDIT-RETURN-DATE.
         IF RT-RETURN-DATE-X IS NUMERIC
           MOVE RT-RETURN-DATE TO WS-WORK-DATE-NUM
         ELSE
           MOVE ZEROS TO WS-WORK-DATE-NUM
         END-IF
         IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE-NUM) = 0
           MOVE FUNCTION INTEGER-OF-DATE(RT-RETURN-DATE)
             TO WS-RETURN-INT
           SUBTRACT WS-RETURN-INT FROM WS-TODAY-INT
             GIVING WS-RETURN-AGE-DAYS
           EVALUATE TRUE
             WHEN WS-RETURN-AGE-DAYS < 0
               MOVE 'RETURN DATE IN FUTURE' TO WS-REJECT-MSG
             WHEN WS-RETURN-AGE-DAYS > 7
               MOVE 'RETURN DATE NOT THIS WEEK' TO WS-REJECT-MSG
             WHEN OTHER
               CONTINUE
           END-EVALUATE
         ELSE
           MOVE 'BAD RETURN DATE' TO WS-REJECT-MSG
         END-IF
	   .

       210-ACCEPT-RETURN.
         ADD 1 TO WS-ACCEPTED-CNT
         ADD RT-RETURN-QTY TO WS-ACCEPTED-QTY
         SET RC-INDEX TO 1
         SEARCH RC-ENTRY
           WHEN RC-CODE(RC-INDEX) = RT-REASON-CODE
             SET WS-RSN-SUB TO RC-INDEX
         END-SEARCH
         MULTIPLY RT-RETURN-QTY BY IM-UNIT-PRICE
           GIVING WS-RETURN-VALUE
         ADD 1 TO RN-COUNT(WS-RSN-SUB)
         ADD RT-RETURN-QTY TO RN-QTY(WS-RSN-SUB)
         ADD WS-RETURN-VALUE TO RN-VALUE(WS-RSN-SUB)
         MOVE RT-CATALOG-NUMBER TO WS-LOOKUP-CAT
         PERFORM 230-FIND-ITEM
         IF IT-INDEX <= WS-ITEM-COUNT
           ADD RT-RETURN-QTY TO IT-RETURN-QTY(IT-INDEX)
           ADD RT-RETURN-QTY TO IT-REASON-QTY(IT-INDEX, WS-RSN-SUB)
         END-IF
         IF RT-SUPPLIER-FAULT
           PERFORM 220-ADD-RTV-RECORD
         END-IF
	   .

       215-REJECT-RETURN.
         ADD 1 TO WS-REJECTED-CNT
         MOVE RT-CATALOG-NUMBER TO RJ-CATALOG
         MOVE RT-RETURN-DATE-X TO RJ-RETURN-DATE
         MOVE RT-RETURN-QTY-X TO RJ-RETURN-QTY
         MOVE RT-REASON-CODE TO RJ-REASON-CODE
         MOVE RT-DISPOSITION TO RJ-DISPOSITION
         MOVE WS-REJECT-MSG TO RJ-MESSAGE
         MOVE REJECT-LINE TO REPORT-RECORD
         MOVE 1 TO PROPER-SPACING
         PERFORM 250-WRITE-A-LINE
	   .

      * THE CREDIT EXPECTED IS THE RETURNED QUANTITY AT THE ITEM
      * MASTER PRICE. AN ITEM WITH NO SUPPLIER ON FILE IS STILL
      * WRITTEN, UNDER THE SAME ***** SUPPLIER THE INVENTORY ANALYSIS
      * RUN USES, SO THE CREDIT IS NOT LOST.
       220-ADD-RTV-RECORD.
         MOVE RT-CATALOG-NUMBER TO SX-CATALOG-NUMBER
         READ SUPPLIER-XREF-FILE
           INVALID KEY
             MOVE '*****' TO SX-SUPPLIER-ID
             MOVE 'NO SUPPLIER ON FILE' TO SX-SUPPLIER-NAME
             ADD 1 TO WS-NO-SUPPLIER-CNT
         END-READ
         MULTIPLY RT-RETURN-QTY BY IM-UNIT-PRICE
           GIVING WS-CREDIT-AMT
         IF WS-RTV-COUNT < 1000
           ADD 1 TO WS-RTV-COUNT
           MOVE SX-SUPPLIER-ID TO RW-SUPPLIER-ID
           MOVE SX-SUPPLIER-NAME TO RW-SUPPLIER-NAME
           MOVE RT-CATALOG-NUMBER TO RW-CATALOG-NUMBER
           MOVE RT-RETURN-DATE TO RW-RETURN-DATE
           MOVE RT-RETURN-QTY TO RW-RETURN-QTY
           MOVE RT-REASON-CODE TO RW-REASON-CODE
           MOVE IM-UNIT-PRICE TO RW-UNIT-PRICE
           MOVE WS-CREDIT-AMT TO RW-CREDIT-AMT
           MOVE RTV-WORK-RECORD TO RV-IMAGE(WS-RTV-COUNT)
           ADD 1 TO WS-RTV-CNT
           ADD RT-RETURN-QTY TO WS-RTV-QTY
           ADD WS-CREDIT-AMT TO WS-RTV-CREDIT
           IF IT-INDEX <= WS-ITEM-COUNT
             ADD WS-CREDIT-AMT TO IT-RTV-CREDIT(IT-INDEX)
           END-IF
         ELSE
           ADD 1 TO WS-RTV-FULL-CNT
         END-IF
	   .

      * ON RETURN IT-INDEX POINTS AT WS-LOOKUP-CAT S ENTRY, OR PAST
      * THE END OF THE TABLE WHEN THE TABLE IS FULL.
       230-FIND-ITEM.
         IF WS-ITEM-COUNT = 0
           PERFORM 235-ADD-ITEM
         ELSE
           SET IT-INDEX TO 1
           SEARCH IT-ENTRY
             AT END
               PERFORM 235-ADD-ITEM
             WHEN IT-CATALOG(IT-INDEX) = WS-LOOKUP-CAT
               CONTINUE
           END-SEARCH
         END-IF
	   .

      * A NEW ITEM TAKES ITS DESCRIPTION AND PRICE FROM THE ITEM
      * MASTER AND ITS SUPPLIER FROM THE CROSS-REFERENCE.
       235-ADD-ITEM.
         IF WS-ITEM-COUNT < 1000
           ADD 1 TO WS-ITEM-COUNT
           SET IT-INDEX TO WS-ITEM-COUNT
           MOVE WS-LOOKUP-CAT TO IT-CATALOG(IT-INDEX)
           MOVE WS-LOOKUP-CAT TO IM-CATALOG-NUMBER
           READ ITEM-MASTER-FILE
             INVALID KEY
               MOVE '*NOT ON MASTER*' TO IM-ITEM-DESCRIPTION
               MOVE ZEROS TO IM-UNIT-PRICE
           END-READ
           MOVE IM-ITEM-DESCRIPTION TO IT-DESCRIP(IT-INDEX)
           MOVE IM-UNIT-PRICE TO IT-PRICE(IT-INDEX)
           MOVE WS-LOOKUP-CAT TO SX-CATALOG-NUMBER
           READ SUPPLIER-XREF-FILE
             INVALID KEY
               MOVE '*****' TO SX-SUPPLIER-ID
               MOVE 'NO SUPPLIER ON FILE' TO SX-SUPPLIER-NAME
           END-READ
           MOVE SX-SUPPLIER-ID TO IT-SUPPLIER-ID(IT-INDEX)
           MOVE SX-SUPPLIER-NAME TO IT-SUPPLIER-NAME(IT-INDEX)
           MOVE 'N' TO IT-ON-EXTRACT(IT-INDEX)
                       IT-EXCESS(IT-INDEX)
           MOVE ZEROS TO IT-EXT-SOLD(IT-INDEX)
                         IT-EXT-RETURNED(IT-INDEX)
                         IT-RETURN-QTY(IT-INDEX)
                         IT-REASON-QTY(IT-INDEX, 1)
                         IT-REASON-QTY(IT-INDEX, 2)
                         IT-REASON-QTY(IT-INDEX, 3)
                         IT-REASON-QTY(IT-INDEX, 4)
                         IT-RTV-CREDIT(IT-INDEX)
         ELSE
           ADD 1 TO WS-TABLE-FULL-CNT
           SET IT-INDEX TO WS-ITEM-COUNT
           SET IT-INDEX UP BY 1
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

      * ONLY ITEMS WITH RETURNS OR AN EXCESS-RETURN FLAG COUNT
      * TOWARD A SUPPLIER.
       260-BUILD-SUPPLIER-TOTALS.
         PERFORM VARYING IT-INDEX FROM 1 BY 1
           UNTIL IT-INDEX > WS-ITEM-COUNT
           IF IT-RETURN-QTY(IT-INDEX) > 0
              OR IT-EXCESS(IT-INDEX) = 'Y'
             MOVE IT-SUPPLIER-ID(IT-INDEX) TO WS-LOOKUP-SUPPLIER
             PERFORM 265-FIND-SUPPLIER
             IF SP-INDEX <= WS-SUPPLIER-COUNT
               ADD IT-RETURN-QTY(IT-INDEX) TO SP-RETURN-QTY(SP-INDEX)
               PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                 UNTIL WS-RSN-SUB > 4
                 ADD IT-REASON-QTY(IT-INDEX, WS-RSN-SUB)
                   TO SP-REASON-QTY(SP-INDEX, WS-RSN-SUB)
               END-PERFORM
               ADD IT-RTV-CREDIT(IT-INDEX) TO SP-RTV-CREDIT(SP-INDEX)
               IF IT-EXCESS(IT-INDEX) = 'Y'
                 ADD 1 TO SP-EXCESS-ITEMS(SP-INDEX)
               END-IF
             END-IF
           END-IF
         END-PERFORM
	   .

      * ON RETURN SP-INDEX POINTS AT WS-LOOKUP-SUPPLIER S ENTRY, OR
      * PAST THE END OF THE TABLE WHEN THE TABLE IS FULL.
       265-FIND-SUPPLIER.
         IF WS-SUPPLIER-COUNT = 0
           PERFORM 267-ADD-SUPPLIER
         ELSE
           SET SP-INDEX TO 1
           SEARCH SP-ENTRY
             AT END
               PERFORM 267-ADD-SUPPLIER
             WHEN SP-SUPPLIER-ID(SP-INDEX) = WS-LOOKUP-SUPPLIER
               CONTINUE
           END-SEARCH
         END-IF
	   .

       267-ADD-SUPPLIER.
         IF WS-SUPPLIER-COUNT < 200
           ADD 1 TO WS-SUPPLIER-COUNT
           SET SP-INDEX TO WS-SUPPLIER-COUNT
           MOVE WS-LOOKUP-SUPPLIER TO SP-SUPPLIER-ID(SP-INDEX)
           MOVE IT-SUPPLIER-NAME(IT-INDEX) TO SP-SUPPLIER-NAME(SP-INDEX)
           MOVE ZEROS TO SP-RETURN-QTY(SP-INDEX)
                         SP-REASON-QTY(SP-INDEX, 1)
                         SP-REASON-QTY(SP-INDEX, 2)
                         SP-REASON-QTY(SP-INDEX, 3)
                         SP-REASON-QTY(SP-INDEX, 4)
                         SP-RTV-CREDIT(SP-INDEX)
                         SP-EXCESS-ITEMS(SP-INDEX)
         ELSE
           ADD 1 TO WS-TABLE-FULL-CNT
           SET SP-INDEX TO WS-SUPPLIER-COUNT
           SET SP-INDEX UP BY 1
         END-IF
	   .

       275-PRINT-TOTALS.
        MOVE 'RETURNS READ:' TO TL-LABEL
        MOVE WS-RETURN-READ TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        MOVE 3 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        MOVE 'RETURNS ACCEPTED:' TO TL-LABEL
        MOVE WS-ACCEPTED-CNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        MOVE 1 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        MOVE 'RETURNS REJECTED:' TO TL-LABEL
        MOVE WS-REJECTED-CNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'QTY RETURNED - RETURNS FILE:' TO TL-LABEL
        MOVE WS-ACCEPTED-QTY TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'QTY RETURNED - EXTRACT:' TO TL-LABEL
        MOVE WS-EXTRACT-RTN-QTY TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'ITEMS OUT OF BALANCE:' TO TL-LABEL
        MOVE WS-OUT-OF-BAL-CNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'EXCESS-RETURN ITEMS:' TO TL-LABEL
        MOVE WS-EXCESS-CNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'RETURN-TO-VENDOR RECORDS:' TO TL-LABEL
        MOVE WS-RTV-CNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'RETURN-TO-VENDOR QTY:' TO TL-LABEL
        MOVE WS-RTV-QTY TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'RETURN-TO-VENDOR - NO SUPPLIER:' TO TL-LABEL
        MOVE WS-NO-SUPPLIER-CNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'SUPPLIER CREDIT EXPECTED:' TO DT-LABEL
        MOVE WS-RTV-CREDIT TO DT-DOLLARS
        MOVE DOLLAR-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        IF WS-TABLE-FULL-CNT > 0
          MOVE 'TABLE FULL - ENTRIES SKIPPED:' TO TL-LABEL
          MOVE WS-TABLE-FULL-CNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 250-WRITE-A-LINE
        END-IF
        IF WS-RTV-FULL-CNT > 0
          MOVE 'TABLE FULL - RTV NOT WRITTEN:' TO TL-LABEL
          MOVE WS-RTV-FULL-CNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 250-WRITE-A-LINE
          MOVE 8 TO RETURN-CODE
          DISPLAY 'PROGRAM27 RETURN-TO-VENDOR TABLE FULL - '
            WS-RTV-FULL-CNT ' RETURNS NOT WRITTEN'
        END-IF
	   .

       300-FINAL-ROUTINE.
         CLOSE ITEM-MASTER-FILE
               SUPPLIER-XREF-FILE
               REPORT-FILE
         PERFORM 310-LOG-RUN-END
         STOP RUN
	   .

       310-LOG-RUN-END.
         OPEN EXTEND RUN-LOG-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
         MOVE 'PROGRAM27' TO RL-PROGRAM
         MOVE WS-LOG-DATE TO RL-DATE
         MOVE WS-LOG-TIME TO RL-TIME
         MOVE 'E' TO RL-TYPE
         MOVE 'C' TO RL-STATUS
         MOVE WS-RETURN-READ TO RL-REC-COUNT
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE
	   .

      * THE RETURNS ACCEPTED FOR AN ITEM MUST ADD UP TO THE QUANTITY
      * RETURNED FOR THE WEEK ON THE EXTRACT. AN ITEM THAT DOES NOT
      * IS LISTED AND THE RUN ENDS WITH RETURN CODE 8.
       320-PRINT-RECONCILIATION.
         MOVE 'RECONCILIATION TO EXTRACT QTY RETURNED FOR THE WEEK'
           TO ST-TITLE
         MOVE RECON-HDR-1 TO WS-SECTION-HDR-1
         MOVE RECON-HDR-2 TO WS-SECTION-HDR-2
         PERFORM 155-START-SECTION
         PERFORM VARYING IT-INDEX FROM 1 BY 1
           UNTIL IT-INDEX > WS-ITEM-COUNT
           IF IT-RETURN-QTY(IT-INDEX) NOT = IT-EXT-RETURNED(IT-INDEX)
             PERFORM 325-PRINT-OUT-OF-BALANCE
           END-IF
         END-PERFORM
         IF WS-OUT-OF-BAL-CNT = 0
           MOVE SPACES TO RECON-LINE
           MOVE 'ALL ITEMS RECONCILE' TO RL-STATUS-MSG
           MOVE RECON-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 250-WRITE-A-LINE
         ELSE
           MOVE 8 TO RETURN-CODE
           DISPLAY 'PROGRAM27 RETURNS OUT OF BALANCE WITH EXTRACT - '
             WS-OUT-OF-BAL-CNT ' ITEMS'
         END-IF
	   .

       325-PRINT-OUT-OF-BALANCE.
         ADD 1 TO WS-OUT-OF-BAL-CNT
         SUBTRACT IT-EXT-RETURNED(IT-INDEX) FROM IT-RETURN-QTY(IT-INDEX)
           GIVING WS-QTY-DIFF
         MOVE IT-CATALOG(IT-INDEX) TO RL-CATALOG
         MOVE IT-DESCRIP(IT-INDEX) TO RL-DESCRIP
         MOVE IT-EXT-RETURNED(IT-INDEX) TO RL-EXT-RETURNED
         MOVE IT-RETURN-QTY(IT-INDEX) TO RL-FILE-RETURNED
         MOVE WS-QTY-DIFF TO RL-DIFFERENCE
         EVALUATE TRUE
           WHEN IT-ON-EXTRACT(IT-INDEX) NOT = 'Y'
             MOVE 'NOT ON EXTRACT' TO RL-STATUS-MSG
           WHEN WS-QTY-DIFF < 0
             MOVE 'RETURNS NOT RECORDED' TO RL-STATUS-MSG
           WHEN OTHER
             MOVE 'MORE THAN EXTRACT' TO RL-STATUS-MSG
         END-EVALUATE
         MOVE RECON-LINE TO REPORT-RECORD
         MOVE 1 TO PROPER-SPACING
         PERFORM 250-WRITE-A-LINE
	   .

       340-PRINT-BY-REASON.
         MOVE 'RETURNS BY REASON' TO ST-TITLE
         MOVE REASON-HDR-1 TO WS-SECTION-HDR-1
         MOVE SPACES TO WS-SECTION-HDR-2
         PERFORM 155-START-SECTION
         PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
           UNTIL WS-RSN-SUB > 4
           MOVE RC-CODE(WS-RSN-SUB) TO RR-CODE
           MOVE RC-NAME(WS-RSN-SUB) TO RR-NAME
           MOVE RN-COUNT(WS-RSN-SUB) TO RR-COUNT
           MOVE RN-QTY(WS-RSN-SUB) TO RR-QTY
           IF WS-ACCEPTED-QTY > 0
             COMPUTE WS-PCT ROUNDED =
               RN-QTY(WS-RSN-SUB) * 100 / WS-ACCEPTED-QTY
           ELSE
             MOVE ZEROS TO WS-PCT
           END-IF
           MOVE WS-PCT TO RR-PCT
           MOVE RN-VALUE(WS-RSN-SUB) TO RR-VALUE
           MOVE REASON-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 250-WRITE-A-LINE
         END-PERFORM
	   .

       360-PRINT-BY-SUPPLIER.
         MOVE 'RETURNS BY SUPPLIER' TO ST-TITLE
         MOVE SUPPLIER-HDR-1 TO WS-SECTION-HDR-1
         MOVE SUPPLIER-HDR-2 TO WS-SECTION-HDR-2
         PERFORM 155-START-SECTION
         PERFORM VARYING SP-INDEX FROM 1 BY 1
           UNTIL SP-INDEX > WS-SUPPLIER-COUNT
           MOVE SP-SUPPLIER-ID(SP-INDEX) TO SL-SUPPLIER-ID
           MOVE SP-SUPPLIER-NAME(SP-INDEX) TO SL-SUPPLIER-NAME
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
             UNTIL WS-RSN-SUB > 4
             MOVE SP-REASON-QTY(SP-INDEX, WS-RSN-SUB)
               TO SL-REASON-QTY(WS-RSN-SUB)
           END-PERFORM
           MOVE SP-RETURN-QTY(SP-INDEX) TO SL-TOTAL-QTY
           MOVE SP-RTV-CREDIT(SP-INDEX) TO SL-CREDIT
           MOVE SP-EXCESS-ITEMS(SP-INDEX) TO SL-EXCESS-ITEMS
           MOVE SUPPLIER-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 250-WRITE-A-LINE
         END-PERFORM
	   .

      * THE MAIN REASON IS THE ONE WITH THE MOST UNITS RETURNED. AN
      * EXCESS-RETURN ITEM WITH NO RETURNS ON FILE SHOWS THAT THE
      * REASONS WERE NEVER RECORDED.
       380-PRINT-EXCESS-ITEMS.
         MOVE 'EXCESS-RETURN ITEMS BY REASON' TO ST-TITLE
         MOVE EXCESS-HDR-1 TO WS-SECTION-HDR-1
         MOVE SPACES TO WS-SECTION-HDR-2
         PERFORM 155-START-SECTION
         PERFORM VARYING IT-INDEX FROM 1 BY 1
           UNTIL IT-INDEX > WS-ITEM-COUNT
           IF IT-EXCESS(IT-INDEX) = 'Y'
             PERFORM 385-PRINT-EXCESS-ITEM
           END-IF
         END-PERFORM
	   .

       385-PRINT-EXCESS-ITEM.
         MOVE IT-CATALOG(IT-INDEX) TO EL-CATALOG
         MOVE IT-DESCRIP(IT-INDEX) TO EL-DESCRIP
         MOVE IT-SUPPLIER-ID(IT-INDEX) TO EL-SUPPLIER-ID
         MOVE IT-EXT-SOLD(IT-INDEX) TO EL-SOLD
         MOVE IT-EXT-RETURNED(IT-INDEX) TO EL-RETURNED
         MOVE ZEROS TO WS-TOP-SUB WS-TOP-QTY
         PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
           UNTIL WS-RSN-SUB > 4
           MOVE IT-REASON-QTY(IT-INDEX, WS-RSN-SUB)
             TO EL-REASON-QTY(WS-RSN-SUB)
           IF IT-REASON-QTY(IT-INDEX, WS-RSN-SUB) > WS-TOP-QTY
             MOVE IT-REASON-QTY(IT-INDEX, WS-RSN-SUB) TO WS-TOP-QTY
             MOVE WS-RSN-SUB TO WS-TOP-SUB
           END-IF
         END-PERFORM
         IF WS-TOP-SUB = 0
           MOVE 'NOT RECORDED' TO EL-MAIN-REASON
         ELSE
           MOVE RC-NAME(WS-TOP-SUB) TO EL-MAIN-REASON
         END-IF
         MOVE EXCESS-LINE TO REPORT-RECORD
         MOVE 1 TO PROPER-SPACING
         PERFORM 250-WRITE-A-LINE
	   .

      * THE RETURN-TO-VENDOR RECORDS ARE SORTED SO EACH SUPPLIER S
      * RETURNS ARE TOGETHER FOR ITS CREDIT REQUEST.
       400-WRITE-RTV-FILE.
         SORT RTV-SORT-FILE
           ON ASCENDING KEY RS-SUPPLIER-ID
                            RS-CATALOG-NUMBER
                            RS-RETURN-DATE
           INPUT PROCEDURE IS 410-RELEASE-RTV-RECORDS
           GIVING RTV-FILE
	   .

       410-RELEASE-RTV-RECORDS.
         PERFORM VARYING RV-INDEX FROM 1 BY 1
           UNTIL RV-INDEX > WS-RTV-COUNT
           MOVE RV-IMAGE(RV-INDEX) TO RTV-SORT-RECORD
           RELEASE RTV-SORT-RECORD
         END-PERFORM
	   .
