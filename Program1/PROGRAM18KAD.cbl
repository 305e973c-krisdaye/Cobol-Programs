       IDENTIFICATION DIVISION.
       PROGRAM-ID.	  PROGRAM18.
       AUTHOR.			  DAYE.
      *************************COMMENT SECTION************************
      * DESCRIPTION:
      *  THIS PROGRAM IS THE MONTH-END INVENTORY CLOSE FOR HAL S
      *  AUTO PARTS WAREHOUSE. THE WEEKLY HISTORY RECORDS THAT THE
      *  STOCK ANALYSIS RUN APPENDS TO PR1ITEMHIST.TXT ARE SORTED BY
      *  CATALOG NUMBER AND RUN DATE, AND THE WEEKS WHOSE RUN DATE
      *  FALLS IN THE CLOSING MONTH ARE ROLLED FORWARD FOR EACH ITEM
      *  WITH EACH WEEK PRICED AT THE PRICE IN EFFECT THAT WEEK:
      *     OPENING VALUE
      *   + RECEIPTS
      *   - COST OF GOODS SOLD
      *   + CUSTOMER RETURNS
      *   +/- COUNT ADJUSTMENTS
      *   +/- PRICE REVALUATION
      *   = CLOSING VALUE
      *  THE CLOSING VALUE IS TIED TO THE STOCK VALUE ON THE LAST
      *  PROGRAM1-AUDIT.TXT RECORD OF THE MONTH. WHEN IT TIES, A
      *  BALANCED JOURNAL ENTRY FILE IS WRITTEN FOR THE GENERAL
      *  LEDGER LOAD. WHEN IT DOES NOT TIE, OR THE MONTH HAS NO
      *  HISTORY OR AUDIT RECORD, NO JOURNAL IS WRITTEN AND THE
      *  PROGRAM SETS RETURN CODE 8.
      ****************************************************************
      * INPUT FILES:
      *  PR1ITEMHIST.TXT - ONE RECORD PER ITEM PER WEEK:
      *   CATALOG NUMBER, RUN DATE, ON HAND, SOLD, RETURNED,
      *   RECEIVED
      *  PR1ITEMMAST.TXT - ITEM MASTER FOR DESCRIPTION AND PRICE
      *  PR1FA14-EDITED.TXT (OPTIONAL) - THE WEEKLY EXTRACT, FOR THE
      *   UNIT PRICE OF ITEMS NOT ON THE ITEM MASTER
      *  PR1PRICEHIST.TXT (OPTIONAL) - SUPERSEDED PRICES WITH THE
      *   DATES EACH WAS IN EFFECT
      *  PR1ADJUST.TXT (OPTIONAL) - CYCLE-COUNT ADJUSTMENTS. THOSE
      *   WITH A COUNT DATE IN THE MONTH MARK THE ITEMS WHOSE
      *   ADJUSTMENT CAME FROM A COUNT.
      *  PROGRAM1-AUDIT.TXT (OPTIONAL) - WEEKLY AUDIT RECORDS. THE
      *   LAST ONE DATED IN THE MONTH CARRIES THE STOCK VALUE THE
      *   CLOSING VALUE MUST TIE TO.
      *  PR1CLOSE-CTL.TXT (OPTIONAL) - CLOSING MONTH AS YYYYMM. WHEN
      *   THE FILE IS ABSENT THE CURRENT MONTH IS CLOSED.
      *  PR1GL-CTL.TXT (OPTIONAL) - GENERAL LEDGER ACCOUNTS, TEN
      *   CHARACTERS EACH: INVENTORY, RECEIPTS CLEARING, COST OF
      *   GOODS SOLD, INVENTORY ADJUSTMENT, INVENTORY REVALUATION.
      *   A BLANK OR MISSING ACCOUNT KEEPS ITS DEFAULT (1400, 2150,
      *   5000, 5150, 5160).
      ****************************************************************
      * OUTPUT FILES:
      *  PR1GLJRNL.TXT - JOURNAL ENTRY FILE, 70 CHARACTERS:
      *   H RECORD - PERIOD END DATE, PERIOD, SOURCE, DESCRIPTION
      *   D RECORD - PERIOD END DATE, PERIOD, LINE NUMBER, ACCOUNT,
      *              D OR C, AMOUNT, DESCRIPTION
      *   T RECORD - PERIOD END DATE, PERIOD, LINE COUNT, TOTAL
      *              DEBITS, TOTAL CREDITS
      *  MONTH-END-ROLL-FORWARD.TXT - ROLL-FORWARD PER ITEM AND IN
      *   TOTAL, THE AUDIT TIE, AND THE JOURNAL ENTRIES WRITTEN
      ****************************************************************
      * DEFINITIONS:
      *  OPENING QUANTITY: THE ON HAND OF THE ITEM S LAST HISTORY
      *   WEEK BEFORE THE MONTH. AN ITEM THAT FIRST APPEARS IN THE
      *   MONTH OPENS AT ITS FIRST WEEK S STARTING STOCK.
      *  COUNT ADJUSTMENT: FOR EACH WEEK, THE RECORDED ON HAND LESS
      *   THE PRIOR WEEK S ON HAND PLUS RECEIPTS AND RETURNS LESS
      *   SALES. THE POSTING RUN REPLACES THE BOOK ON HAND WITH THE
      *   COUNTED QUANTITY, SO THIS IS THE ADJUSTMENT IT POSTED.
      *   AN ADJUSTMENT WITH NO COUNT RECORD IN THE MONTH IS MARKED
      *   UNEXPL ON THE REPORT.
      *  PRICE IN EFFECT: THE SUPERSEDED PRICE ON PR1PRICEHIST.TXT
      *   WHOSE FROM-DATE AND TO-DATE SPAN THE WEEK S RUN DATE, OR
      *   THE ITEM MASTER PRICE WHEN NONE DOES. THE OPENING VALUE
      *   USES THE PRICE IN EFFECT FOR THE LAST WEEK BEFORE THE
      *   MONTH.
      *  PRICE REVALUATION: WHEN AN ITEM S PRICE CHANGES FROM ONE
      *   WEEK TO THE NEXT, THE STOCK CARRIED INTO THE WEEK TIMES
      *   THE CHANGE IN PRICE. THE WEEK S MOVEMENTS AND CLOSING
      *   STOCK ARE THEN VALUED AT THE NEW PRICE.
      *  ITEM NOT ON MASTER: PRICED AT THE UNIT PRICE ON ITS LAST
      *   PR1FA14-EDITED.TXT RECORD, AS THE POSTING RUN PRICES IT,
      *   OR AT ZERO WHEN IT IS NOT ON THE EXTRACT EITHER.
      *  AUDIT TIE: THE POSTING RUN CARRIES STOCK VALUE IN WHOLE
      *   DOLLARS PER ITEM, SO THE TIE COMPARES THE SUM OF EACH
      *   ITEM S CLOSING VALUE IN WHOLE DOLLARS.
      ****************************************************************
      * MODIFICATION HISTORY:
      *  2026-10-15  KAD  ITEMS NOT ON THE MASTER PRICED FROM THE
      *                   EXTRACT AS THE POSTING RUN DOES, SO THEY
      *                   NO LONGER BREAK THE AUDIT TIE
      *  2026-10-15  KAD  EACH WEEK PRICED AT THE PRICE IN EFFECT FROM
      *                   THE PRICE HISTORY FILE PR1PRICEHIST.TXT,
      *                   WITH A PRICE REVALUATION COLUMN AND JOURNAL
      *                   PAIR AND A REVALUATION ACCOUNT ON
      *                   PR1GL-CTL.TXT. REPORT COLUMNS NARROWED TO
      *                   FIT 132 AND MONTH TOTALS PRINTED AS A
      *                   STATEMENT
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
       SELECT ITEM-HIST-FILE
	     ASSIGN TO "PR1ITEMHIST.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT SORTED-HIST-FILE
	     ASSIGN TO "ITEMHIST-SORTED.tmp"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT SORT-FILE
	     ASSIGN TO "SORT.tmp".
      *
       SELECT ITEM-MASTER-FILE
	     ASSIGN TO "PR1ITEMMAST.TXT"
		 ORGANIZATION IS INDEXED
		 ACCESS MODE IS RANDOM
		 RECORD KEY IS IM-CATALOG-NUMBER.
      *
       SELECT OPTIONAL PRICE-HIST-FILE
	     ASSIGN TO "PR1PRICEHIST.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-PRICE-HIST-STATUS.
      *
       SELECT OPTIONAL EXTRACT-FILE
	     ASSIGN TO "PR1FA14-EDITED.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-EXTRACT-STATUS.
      *
       SELECT OPTIONAL ADJUST-FILE
	     ASSIGN TO "PR1ADJUST.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-ADJUST-STATUS.
      *
       SELECT OPTIONAL AUDIT-FILE
	     ASSIGN TO "PROGRAM1-AUDIT.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-AUDIT-STATUS.
      *
       SELECT OPTIONAL PERIOD-FILE
	     ASSIGN TO "PR1CLOSE-CTL.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-PERIOD-STATUS.
      *
       SELECT OPTIONAL GL-CONTROL-FILE
	     ASSIGN TO "PR1GL-CTL.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL
		 FILE STATUS IS WS-GL-CTL-STATUS.
      *
       SELECT JOURNAL-FILE
	     ASSIGN TO "PR1GLJRNL.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT REPORT-FILE
	     ASSIGN TO "MONTH-END-ROLL-FORWARD.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT RUN-LOG-FILE
	     ASSIGN TO "RUNLOG.TXT"
		 ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.

       FILE SECTION.

       FD ITEM-HIST-FILE
	    RECORD CONTAINS 30 CHARACTERS.

       01 ITEM-HIST-RECORD	      PIC X(30).

       FD SORTED-HIST-FILE
	    RECORD CONTAINS 30 CHARACTERS.

       01 SORTED-HIST-RECORD.
          05 SH-CATALOG-NUMBER      PIC X(5).
          05 SH-RUN-DATE	      PIC 9(8).
          05 SH-RUN-DATE-R REDEFINES SH-RUN-DATE.
             10 SH-RUN-PERIOD	      PIC 9(6).
             10 SH-RUN-DD	      PIC 99.
          05 SH-QTY-ON-HAND	      PIC 9(5).
          05 SH-QTY-SOLD-WK	      PIC 9(4).
          05 SH-QTY-RETURNED-WK     PIC 9(4).
          05 SH-QTY-RECEIVED-WK     PIC 9(4).

       SD SORT-FILE.
       01 SORT-HIST-RECORD.
          05 SR-CATALOG-NUMBER      PIC X(5).
          05 SR-RUN-DATE	      PIC 9(8).
          05 SR-REST		      PIC X(17).

       FD ITEM-MASTER-FILE
        RECORD CONTAINS 30 CHARACTERS.

       01 ITEM-MASTER-RECORD.
          05 IM-CATALOG-NUMBER      PIC X(5).
          05 IM-ITEM-DESCRIPTION    PIC X(20).
          05 IM-UNIT-PRICE	      PIC 999V99.

       FD PRICE-HIST-FILE
        RECORD CONTAINS 34 CHARACTERS.

       01 PRICE-HIST-RECORD.
          05 HP-CATALOG-NUMBER      PIC X(5).
          05 HP-UNIT-PRICE	      PIC 999V99.
          05 HP-FROM-DATE	      PIC 9(8).
          05 HP-TO-DATE		      PIC 9(8).
          05 HP-CHANGED-DATE	      PIC 9(8).

       FD EXTRACT-FILE
        RECORD CONTAINS 60 CHARACTERS.

       01 EXTRACT-RECORD.
          05 EX-CATALOG-NUMBER      PIC X(5).
          05 FILLER		      PIC X(20).
          05 EX-UNIT-PRICE	      PIC 999V99.
          05 FILLER		      PIC X(30).

       FD ADJUST-FILE
        RECORD CONTAINS 18 CHARACTERS.

       01 ADJUST-RECORD.
          05 AJ-CATALOG-NUMBER      PIC X(5).
          05 AJ-COUNT-DATE	      PIC 9(8).
          05 AJ-COUNT-DATE-R REDEFINES AJ-COUNT-DATE.
             10 AJ-COUNT-PERIOD     PIC 9(6).
             10 AJ-COUNT-DD	      PIC 99.
          05 AJ-COUNTED-QTY	      PIC 9(5).

       FD AUDIT-FILE
        RECORD CONTAINS 41 CHARACTERS.

       01 AUDIT-RECORD.
          05 AUD-DATE.
             10 AUD-YEAR	      PIC 9(4).
             10 AUD-MONTH	      PIC 99.
             10 AUD-DAY	      PIC 99.
          05 AUD-DATE-R REDEFINES AUD-DATE.
             10 AUD-PERIOD	      PIC 9(6).
             10 FILLER		      PIC 99.
          05 AUD-REC-COUNT	      PIC 9(6).
          05 AUD-NO-SALE-CNT	      PIC 9(6).
          05 AUD-EX-RTN-CNT	      PIC 9(6).
          05 AUD-STK-VAL	      PIC 9(15).

       FD PERIOD-FILE
        RECORD CONTAINS 6 CHARACTERS.

       01 PERIOD-RECORD.
          05 PC-PERIOD		      PIC 9(6).
          05 PC-PERIOD-R REDEFINES PC-PERIOD.
             10 PC-YEAR	      PIC 9(4).
             10 PC-MONTH	      PIC 99.

       FD GL-CONTROL-FILE
        RECORD CONTAINS 50 CHARACTERS.

       01 GL-CONTROL-RECORD.
          05 GC-INVENTORY-ACCT      PIC X(10).
          05 GC-RECEIPTS-ACCT	      PIC X(10).
          05 GC-COGS-ACCT	      PIC X(10).
          05 GC-ADJUST-ACCT	      PIC X(10).
          05 GC-REVAL-ACCT	      PIC X(10).

       FD JOURNAL-FILE
        RECORD CONTAINS 70 CHARACTERS.

       01 JOURNAL-RECORD.
          05 GJ-REC-TYPE	      PIC X.
          05 GJ-DETAIL.
             10 GJ-JOURNAL-DATE     PIC 9(8).
             10 GJ-PERIOD	      PIC 9(6).
             10 GJ-LINE-NO	      PIC 9(4).
             10 GJ-ACCOUNT	      PIC X(10).
             10 GJ-DR-CR	      PIC X.
             10 GJ-AMOUNT	      PIC 9(11)V99.
             10 GJ-DESCRIPTION      PIC X(27).
          05 GJ-HEADER REDEFINES GJ-DETAIL.
             10 GH-JOURNAL-DATE     PIC 9(8).
             10 GH-PERIOD	      PIC 9(6).
             10 GH-SOURCE	      PIC X(10).
             10 GH-DESCRIPTION      PIC X(30).
             10 FILLER		      PIC X(15).
          05 GJ-TRAILER REDEFINES GJ-DETAIL.
             10 GT-JOURNAL-DATE     PIC 9(8).
             10 GT-PERIOD	      PIC 9(6).
             10 GT-LINE-COUNT	      PIC 9(6).
             10 GT-TOTAL-DEBITS     PIC 9(13)V99.
             10 GT-TOTAL-CREDITS    PIC 9(13)V99.
             10 FILLER		      PIC X(19).

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
          05 AJ-EOF-FLAG	      PIC X	VALUE ' '.
          05 AU-EOF-FLAG	      PIC X	VALUE ' '.
          05 HP-EOF-FLAG	      PIC X	VALUE ' '.
          05 EX-EOF-FLAG	      PIC X	VALUE ' '.
          05 WS-ON-EXTRACT	      PIC X	VALUE 'N'.
          05 WS-ON-MASTER	      PIC X	VALUE 'N'.
          05 WS-FIRST-REC	      PIC X	VALUE 'Y'.
          05 WS-HAS-PRIOR	      PIC X	VALUE 'N'.
          05 WS-COUNT-ON-FILE	      PIC X	VALUE 'N'.
          05 WS-AUDIT-FOUND	      PIC X	VALUE 'N'.
          05 WS-TIE-RESULT	      PIC X	VALUE 'N'.
             88 CLOSE-TIES		VALUE 'Y'.
          05 WS-ADJUST-STATUS	      PIC XX.
          05 WS-AUDIT-STATUS	      PIC XX.
          05 WS-PERIOD-STATUS	      PIC XX.
          05 WS-GL-CTL-STATUS	      PIC XX.
          05 WS-PRICE-HIST-STATUS   PIC XX.
          05 WS-EXTRACT-STATUS      PIC XX.

       01 TOTAL-FIELDS.
          05 WS-HIST-READ	      PIC 9(6)	VALUE 0.
          05 WS-ITEM-COUNT	      PIC 9(6)	VALUE 0.
          05 WS-NEW-ITEM-CNT	      PIC 9(6)	VALUE 0.
          05 WS-NO-MAST-CNT	      PIC 9(6)	VALUE 0.
          05 WS-NO-PRICE-CNT	      PIC 9(6)	VALUE 0.
          05 WS-COUNTED-CNT	      PIC 9(6)	VALUE 0.
          05 WS-UNEXPL-CNT	      PIC 9(6)	VALUE 0.
          05 WS-ADJ-FULL-CNT	      PIC 9(6)	VALUE 0.
          05 WS-PRICE-FULL-CNT      PIC 9(6)	VALUE 0.
          05 WS-EXTRACT-FULL-CNT    PIC 9(6)	VALUE 0.
          05 WS-TOT-OPEN-VAL	      PIC S9(13)V99 VALUE 0.
          05 WS-TOT-RCPT-VAL	      PIC S9(13)V99 VALUE 0.
          05 WS-TOT-COGS-VAL	      PIC S9(13)V99 VALUE 0.
          05 WS-TOT-RTN-VAL	      PIC S9(13)V99 VALUE 0.
          05 WS-TOT-ADJ-VAL	      PIC S9(13)V99 VALUE 0.
          05 WS-TOT-REVAL-VAL	      PIC S9(13)V99 VALUE 0.
          05 WS-TOT-CLOSE-VAL	      PIC S9(13)V99 VALUE 0.
          05 WS-TIE-TOT-VAL	      PIC S9(15)	VALUE 0.
          05 WS-TIE-DIFF	      PIC S9(15)	VALUE 0.

       01 ITEM-BREAK-FIELDS.
          05 WS-CAT-HOLD	      PIC X(5).
          05 WS-WEEKS-IN-MONTH      PIC 9(4).
          05 WS-PRIOR-ON-HAND	      PIC S9(7).
          05 WS-PRIOR-RUN-DATE      PIC 9(8).
          05 WS-RUNNING-PRICE	      PIC 999V99.
          05 WS-RUNNING-QTY	      PIC S9(7).
          05 WS-EXPECTED-QTY	      PIC S9(7).
          05 WS-OPEN-QTY	      PIC S9(7).
          05 WS-RCPT-QTY	      PIC S9(7).
          05 WS-SOLD-QTY	      PIC S9(7).
          05 WS-RTN-QTY		      PIC S9(7).
          05 WS-ADJ-QTY		      PIC S9(7).
          05 WS-CLOSE-QTY	      PIC S9(7).

       01 CALC-FIELDS.
          05 WS-ITEM-PRICE	      PIC 999V99.
          05 WS-ITEM-DESCRIP	      PIC X(20).
          05 WS-PRICE-DATE	      PIC 9(8).
          05 WS-WEEK-PRICE	      PIC 999V99.
          05 WS-OPEN-VAL	      PIC S9(11)V99.
          05 WS-RCPT-VAL	      PIC S9(11)V99.
          05 WS-COGS-VAL	      PIC S9(11)V99.
          05 WS-RTN-VAL		      PIC S9(11)V99.
          05 WS-ADJ-VAL		      PIC S9(11)V99.
          05 WS-REVAL-VAL	      PIC S9(11)V99.
          05 WS-CLOSE-VAL	      PIC S9(11)V99.
          05 WS-TIE-ITEM-VAL	      PIC S9(13).
          05 WS-NET-ADJ-VAL	      PIC S9(13)V99.

       01 PERIOD-FIELDS.
          05 WS-PERIOD		      PIC 9(6).
          05 WS-PERIOD-R REDEFINES WS-PERIOD.
             10 WS-PERIOD-YEAR      PIC 9(4).
             10 WS-PERIOD-MONTH     PIC 99.
          05 WS-NEXT-MONTH-DATE.
             10 WS-NEXT-YEAR	      PIC 9(4).
             10 WS-NEXT-MONTH	      PIC 99.
             10 WS-NEXT-DAY	      PIC 99.
          05 WS-NEXT-MONTH-NUM REDEFINES WS-NEXT-MONTH-DATE
				      PIC 9(8).
          05 WS-PERIOD-END-DATE     PIC 9(8).
          05 WS-PERIOD-END-INT      PIC 9(7).

       01 AUDIT-FIELDS.
          05 WS-AUDIT-DATE	      PIC 9(8)	VALUE 0.
          05 WS-AUDIT-STK-VAL	      PIC 9(15)	VALUE 0.

       01 GL-ACCOUNTS.
          05 WS-INVENTORY-ACCT      PIC X(10)	VALUE '1400'.
          05 WS-RECEIPTS-ACCT	      PIC X(10)	VALUE '2150'.
          05 WS-COGS-ACCT	      PIC X(10)	VALUE '5000'.
          05 WS-ADJUST-ACCT	      PIC X(10)	VALUE '5150'.
          05 WS-REVAL-ACCT	      PIC X(10)	VALUE '5160'.

       01 JOURNAL-FIELDS.
          05 WS-JE-LINE-NO	      PIC 9(4)	VALUE 0.
          05 WS-JE-TOT-DEBITS	      PIC 9(13)V99 VALUE 0.
          05 WS-JE-TOT-CREDITS      PIC 9(13)V99 VALUE 0.
          05 WS-JE-AMOUNT	      PIC 9(11)V99.
          05 WS-JE-DR-ACCT	      PIC X(10).
          05 WS-JE-CR-ACCT	      PIC X(10).
          05 WS-JE-DESCRIPTION      PIC X(27).

       01 ADJUST-TABLE.
          05 WS-ADJ-COUNT	      PIC 9(4)	VALUE 0.
          05 AT-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON WS-ADJ-COUNT
                INDEXED BY AJ-INDEX.
             10 AT-CATALOG	      PIC X(5).

       01 PRICE-HIST-TABLE.
          05 WS-PRICE-HIST-COUNT    PIC 9(4)	VALUE 0.
          05 PT-ENTRY OCCURS 1 TO 3000 TIMES
                DEPENDING ON WS-PRICE-HIST-COUNT
                INDEXED BY PT-INDEX.
             10 PT-CATALOG-NUMBER   PIC X(5).
             10 PT-UNIT-PRICE	      PIC 999V99.
             10 PT-FROM-DATE	      PIC 9(8).
             10 PT-TO-DATE	      PIC 9(8).

       01 EXTRACT-PRICE-TABLE.
          05 WS-EXTRACT-COUNT	      PIC 9(4)	VALUE 0.
          05 EP-ENTRY OCCURS 1 TO 3000 TIMES
                DEPENDING ON WS-EXTRACT-COUNT
                INDEXED BY EP-INDEX.
             10 EP-CATALOG-NUMBER   PIC X(5).
             10 EP-UNIT-PRICE	      PIC 999V99.

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
          05			      PIC X(35) VALUE ' '.
          05			      PIC X(32) VALUE
                                    'MONTH-END INVENTORY ROLL-FORWARD'.
          05			      PIC X(40) VALUE ' '.
          05			      PIC X(5) VALUE 'PAGE '.
          05 PAGE-NO		      PIC 99 VALUE 0.

       01 PERIOD-LINE.
          05			      PIC X(10) VALUE ' '.
          05			      PIC X(16) VALUE
                                    'CLOSING PERIOD: '.
          05 PL-MONTH		      PIC 99.
          05			      PIC X VALUE '/'.
          05 PL-YEAR		      PIC 9(4).
          05			      PIC X(5) VALUE ' '.
          05			      PIC X(12) VALUE
                                    'PERIOD END: '.
          05 PL-END-DATE	      PIC 9999/99/99.

       01 COLUMN-HDR-1.
          05			      PIC X(3) VALUE 'CAT'.
          05			      PIC X(3) VALUE ' '.
          05			      PIC X(11) VALUE 'DESCRIPTION'.
          05			      PIC X(9) VALUE ' '.
          05			      PIC X(13) VALUE
                                    '     OPENING '.
          05			      PIC X(13) VALUE
                                    '    RECEIPTS '.
          05			      PIC X(13) VALUE
                                    '   COST SOLD '.
          05			      PIC X(13) VALUE
                                    '     RETURNS '.
          05			      PIC X(13) VALUE
                                    ' ADJUSTMENTS '.
          05			      PIC X(13) VALUE
                                    ' REVALUATION '.
          05			      PIC X(13) VALUE
                                    '     CLOSING '.
          05			      PIC X(7) VALUE 'CLS QTY'.
          05			      PIC X(1) VALUE ' '.
          05			      PIC X(6) VALUE 'SOURCE'.

       01 DETAIL-LINE.
          05 DL-CAT-NUM	      PIC X(5).
          05			      PIC X(1) VALUE ' '.
          05 DL-DESCRIP	      PIC X(19).
          05			      PIC X(1) VALUE ' '.
          05 DL-OPEN-VAL	      PIC -ZZZZZZZ9.99.
          05			      PIC X(1) VALUE ' '.
          05 DL-RCPT-VAL	      PIC -ZZZZZZZ9.99.
          05			      PIC X(1) VALUE ' '.
          05 DL-COGS-VAL	      PIC -ZZZZZZZ9.99.
          05			      PIC X(1) VALUE ' '.
          05 DL-RTN-VAL		      PIC -ZZZZZZZ9.99.
          05			      PIC X(1) VALUE ' '.
          05 DL-ADJ-VAL		      PIC -ZZZZZZZ9.99.
          05			      PIC X(1) VALUE ' '.
          05 DL-REVAL-VAL	      PIC -ZZZZZZZ9.99.
          05			      PIC X(1) VALUE ' '.
          05 DL-CLOSE-VAL	      PIC -ZZZZZZZ9.99.
          05			      PIC X(1) VALUE ' '.
          05 DL-CLOSE-QTY	      PIC -ZZ,ZZ9.
          05			      PIC X(1) VALUE ' '.
          05 DL-SOURCE		      PIC X(7).

       01 TOTAL-VALUE-LINE.
          05			      PIC X(1) VALUE ' '.
          05 TV-LABEL		      PIC X(36).
          05 TV-AMOUNT		      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 TOTAL-LINE.
          05			      PIC X(1) VALUE ' '.
          05 TL-LABEL		      PIC X(36).
          05 TL-COUNT		      PIC ZZZ,ZZ9.

       01 TIE-LINE.
          05			      PIC X(1) VALUE ' '.
          05 TIE-LABEL		      PIC X(36).
          05 TIE-AMOUNT		      PIC -ZZZ,ZZZ,ZZZ,ZZ9.
          05			      PIC X(2) VALUE ' '.
          05 TIE-NOTE		      PIC X(30).

       01 JOURNAL-LINE.
          05			      PIC X(5) VALUE ' '.
          05 JL-LINE-NO		      PIC ZZZ9.
          05			      PIC X(2) VALUE ' '.
          05 JL-ACCOUNT		      PIC X(10).
          05			      PIC X(2) VALUE ' '.
          05 JL-DR-CR		      PIC X.
          05			      PIC X(2) VALUE ' '.
          05 JL-AMOUNT		      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05			      PIC X(2) VALUE ' '.
          05 JL-DESCRIPTION	      PIC X(27).

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
         PERFORM 100-SORT-HISTORY
         PERFORM 125-HOUSEKEEPING
         PERFORM 175-READ-HISTORY-FILE
         PERFORM 260-LAST-ITEM-BREAK
         PERFORM 275-PRINT-TOTALS
         PERFORM 280-CHECK-AUDIT-TIE
         IF CLOSE-TIES
           PERFORM 400-WRITE-JOURNAL
         ELSE
           MOVE 8 TO RETURN-CODE
           DISPLAY
             'MONTH-END CLOSE DOES NOT TIE - NO JOURNAL WRITTEN'
         END-IF
         PERFORM 300-FINAL-ROUTINE
	   .

	   110-LOG-RUN-START.
         OPEN EXTEND RUN-LOG-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
         MOVE 'PROGRAM18' TO RL-PROGRAM
         MOVE WS-LOG-DATE TO RL-DATE
         MOVE WS-LOG-TIME TO RL-TIME
         MOVE 'S' TO RL-TYPE
         MOVE ' ' TO RL-STATUS
         MOVE ZEROS TO RL-REC-COUNT
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE
	   .

	   100-SORT-HISTORY.
         SORT SORT-FILE
	     ON ASCENDING KEY   SR-CATALOG-NUMBER
                                SR-RUN-DATE
             USING ITEM-HIST-FILE
             GIVING SORTED-HIST-FILE
	   .

	   125-HOUSEKEEPING.
         OPEN INPUT   SORTED-HIST-FILE
			 ITEM-MASTER-FILE
	      OUTPUT  REPORT-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-DATE
         MOVE WS-YEAR TO DL-YEAR
         MOVE WS-DAY TO DL-DAY
         MOVE WS-MONTH TO DL-MONTH
         PERFORM 130-READ-PERIOD-FILE
         PERFORM 132-READ-GL-CONTROL
         PERFORM 135-LOAD-ADJUSTMENTS
         PERFORM 137-LOAD-PRICE-HISTORY
         PERFORM 139-LOAD-EXTRACT-PRICES
         PERFORM 140-FIND-LAST-AUDIT
	   .

	   130-READ-PERIOD-FILE.
         MOVE WS-YEAR TO WS-PERIOD-YEAR
         MOVE WS-MONTH TO WS-PERIOD-MONTH
         OPEN INPUT PERIOD-FILE
         IF WS-PERIOD-STATUS = '00'
           READ PERIOD-FILE
             AT END
               CONTINUE
             NOT AT END
               IF PC-PERIOD IS NUMERIC
                  AND PC-MONTH > 0 AND PC-MONTH < 13
                 MOVE PC-PERIOD TO WS-PERIOD
               END-IF
           END-READ
         END-IF
         CLOSE PERIOD-FILE
         PERFORM 131-COMPUTE-PERIOD-END
	   .

      * THE PERIOD END DATE IS THE DAY BEFORE THE FIRST OF THE
      * FOLLOWING MONTH.
	   131-COMPUTE-PERIOD-END.
         MOVE WS-PERIOD-YEAR TO WS-NEXT-YEAR
         MOVE WS-PERIOD-MONTH TO WS-NEXT-MONTH
         MOVE 1 TO WS-NEXT-DAY
         IF WS-NEXT-MONTH = 12
           MOVE 1 TO WS-NEXT-MONTH
           ADD 1 TO WS-NEXT-YEAR
         ELSE
           ADD 1 TO WS-NEXT-MONTH
         END-IF
         COMPUTE WS-PERIOD-END-INT =
           FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-NUM) - 1
         MOVE FUNCTION DATE-OF-INTEGER(WS-PERIOD-END-INT)
           TO WS-PERIOD-END-DATE
         MOVE WS-PERIOD-MONTH TO PL-MONTH
         MOVE WS-PERIOD-YEAR TO PL-YEAR
         MOVE WS-PERIOD-END-DATE TO PL-END-DATE
	   .

	   132-READ-GL-CONTROL.
         OPEN INPUT GL-CONTROL-FILE
         IF WS-GL-CTL-STATUS = '00'
           READ GL-CONTROL-FILE
             AT END
               CONTINUE
             NOT AT END
               IF GC-INVENTORY-ACCT NOT = SPACES
                 MOVE GC-INVENTORY-ACCT TO WS-INVENTORY-ACCT
               END-IF
               IF GC-RECEIPTS-ACCT NOT = SPACES
                 MOVE GC-RECEIPTS-ACCT TO WS-RECEIPTS-ACCT
               END-IF
               IF GC-COGS-ACCT NOT = SPACES
                 MOVE GC-COGS-ACCT TO WS-COGS-ACCT
               END-IF
               IF GC-ADJUST-ACCT NOT = SPACES
                 MOVE GC-ADJUST-ACCT TO WS-ADJUST-ACCT
               END-IF
               IF GC-REVAL-ACCT NOT = SPACES
                 MOVE GC-REVAL-ACCT TO WS-REVAL-ACCT
               END-IF
           END-READ
         END-IF
         CLOSE GL-CONTROL-FILE
	   .

	   135-LOAD-ADJUSTMENTS.
         OPEN INPUT ADJUST-FILE
         IF WS-ADJUST-STATUS = '00'
           PERFORM UNTIL AJ-EOF-FLAG = 'Y'
             READ ADJUST-FILE
               AT END
                 MOVE 'Y' TO AJ-EOF-FLAG
               NOT AT END
                 IF AJ-COUNT-PERIOD = WS-PERIOD
                   IF WS-ADJ-COUNT < 1000
                     ADD 1 TO WS-ADJ-COUNT
                     MOVE AJ-CATALOG-NUMBER
                       TO AT-CATALOG(WS-ADJ-COUNT)
                   ELSE
                     ADD 1 TO WS-ADJ-FULL-CNT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
         END-IF
         CLOSE ADJUST-FILE
	   .

	   137-LOAD-PRICE-HISTORY.
         OPEN INPUT PRICE-HIST-FILE
         IF WS-PRICE-HIST-STATUS = '00'
           PERFORM UNTIL HP-EOF-FLAG = 'Y'
             READ PRICE-HIST-FILE
               AT END
                 MOVE 'Y' TO HP-EOF-FLAG
               NOT AT END
                 PERFORM 138-HOLD-PRICE-HISTORY
             END-READ
           END-PERFORM
         END-IF
         CLOSE PRICE-HIST-FILE
	   .

       138-HOLD-PRICE-HISTORY.
         IF WS-PRICE-HIST-COUNT < 3000
           ADD 1 TO WS-PRICE-HIST-COUNT
           SET PT-INDEX TO WS-PRICE-HIST-COUNT
           MOVE HP-CATALOG-NUMBER TO PT-CATALOG-NUMBER(PT-INDEX)
           MOVE HP-UNIT-PRICE TO PT-UNIT-PRICE(PT-INDEX)
           MOVE HP-FROM-DATE TO PT-FROM-DATE(PT-INDEX)
           MOVE HP-TO-DATE TO PT-TO-DATE(PT-INDEX)
         ELSE
           ADD 1 TO WS-PRICE-FULL-CNT
         END-IF
	   .

	   139-LOAD-EXTRACT-PRICES.
         OPEN INPUT EXTRACT-FILE
         IF WS-EXTRACT-STATUS = '00'
           PERFORM UNTIL EX-EOF-FLAG = 'Y'
             READ EXTRACT-FILE
               AT END
                 MOVE 'Y' TO EX-EOF-FLAG
               NOT AT END
                 PERFORM 141-HOLD-EXTRACT-PRICE
             END-READ
           END-PERFORM
         END-IF
         CLOSE EXTRACT-FILE
	   .

      * A CATALOG NUMBER THAT APPEARS MORE THAN ONCE KEEPS THE PRICE
      * ON ITS LAST RECORD.
       141-HOLD-EXTRACT-PRICE.
         MOVE 'N' TO WS-ON-EXTRACT
         IF WS-EXTRACT-COUNT > 0
           SET EP-INDEX TO 1
           SEARCH EP-ENTRY
             AT END
               CONTINUE
             WHEN EP-CATALOG-NUMBER(EP-INDEX) = EX-CATALOG-NUMBER
               MOVE 'Y' TO WS-ON-EXTRACT
           END-SEARCH
         END-IF
         IF WS-ON-EXTRACT NOT = 'Y'
           IF WS-EXTRACT-COUNT < 3000
             ADD 1 TO WS-EXTRACT-COUNT
             SET EP-INDEX TO WS-EXTRACT-COUNT
             MOVE EX-CATALOG-NUMBER TO EP-CATALOG-NUMBER(EP-INDEX)
             MOVE 'Y' TO WS-ON-EXTRACT
           ELSE
             ADD 1 TO WS-EXTRACT-FULL-CNT
           END-IF
         END-IF
         IF WS-ON-EXTRACT = 'Y'
           IF EX-UNIT-PRICE IS NUMERIC
             MOVE EX-UNIT-PRICE TO EP-UNIT-PRICE(EP-INDEX)
           ELSE
             MOVE ZEROS TO EP-UNIT-PRICE(EP-INDEX)
           END-IF
         END-IF
	   .

      * THE AUDIT FILE IS APPENDED ONCE PER POSTING RUN, SO THE LAST
      * RECORD DATED IN THE MONTH IS THE MONTH-END STOCK VALUE.
	   140-FIND-LAST-AUDIT.
         OPEN INPUT AUDIT-FILE
         IF WS-AUDIT-STATUS = '00'
           PERFORM UNTIL AU-EOF-FLAG = 'Y'
             READ AUDIT-FILE
               AT END
                 MOVE 'Y' TO AU-EOF-FLAG
               NOT AT END
                 IF AUD-PERIOD = WS-PERIOD
                   MOVE 'Y' TO WS-AUDIT-FOUND
                   MOVE AUD-DATE TO WS-AUDIT-DATE
                   MOVE AUD-STK-VAL TO WS-AUDIT-STK-VAL
                 END-IF
             END-READ
           END-PERFORM
         END-IF
         CLOSE AUDIT-FILE
	   .

	   150-HEADING-ROUTINE.
          ADD 1 TO PAGE-NO

          MOVE 1 TO PROPER-SPACING
          WRITE REPORT-RECORD FROM PAGE-HEADING-LINE
            AFTER ADVANCING PROPER-SPACING

          MOVE 2 TO PROPER-SPACING
          WRITE REPORT-RECORD FROM PERIOD-LINE
          	AFTER ADVANCING PROPER-SPACING

          MOVE 2 TO PROPER-SPACING
          WRITE REPORT-RECORD FROM COLUMN-HDR-1
          	AFTER ADVANCING PROPER-SPACING
          MOVE SPACES TO REPORT-RECORD
          WRITE REPORT-RECORD
          MOVE 7 TO WS-LINE-COUNT
	   .

	   175-READ-HISTORY-FILE.
		PERFORM UNTIL EOF-FLAG = 'Y'
			READ SORTED-HIST-FILE
				AT END
					MOVE 'Y' TO EOF-FLAG
				NOT AT END
                    PERFORM 200-PROCESS-HISTORY-RECORD
			END-READ
		END-PERFORM
	   .

       200-PROCESS-HISTORY-RECORD.
	   ADD 1 TO WS-HIST-READ
	   IF WS-FIRST-REC = 'Y'
	     MOVE 'N' TO WS-FIRST-REC
	     MOVE SH-CATALOG-NUMBER TO WS-CAT-HOLD
	     PERFORM 220-INIT-ITEM-FIELDS
	   ELSE
	     IF SH-CATALOG-NUMBER NOT = WS-CAT-HOLD
	       PERFORM 240-ITEM-BREAK
	       MOVE SH-CATALOG-NUMBER TO WS-CAT-HOLD
	       PERFORM 220-INIT-ITEM-FIELDS
	     END-IF
	   END-IF

	   EVALUATE TRUE
	     WHEN SH-RUN-PERIOD < WS-PERIOD
	       MOVE SH-QTY-ON-HAND TO WS-PRIOR-ON-HAND
	       MOVE SH-RUN-DATE TO WS-PRIOR-RUN-DATE
	       MOVE 'Y' TO WS-HAS-PRIOR
	     WHEN SH-RUN-PERIOD = WS-PERIOD
	       PERFORM 210-ROLL-ONE-WEEK
	     WHEN OTHER
	       CONTINUE
	   END-EVALUATE
	   .

      * EACH WEEK IN THE MONTH ROLLS THE RUNNING QUANTITY FORWARD.
      * WHATEVER THE MOVEMENTS DO NOT EXPLAIN IN THE RECORDED ON HAND
      * IS THE COUNT ADJUSTMENT THE POSTING RUN APPLIED THAT WEEK.
      * THE WEEK IS VALUED AT THE PRICE IN EFFECT ON ITS RUN DATE;
      * A CHANGE FROM LAST WEEK S PRICE REVALUES THE STOCK CARRIED
      * INTO THE WEEK BEFORE ITS MOVEMENTS ARE VALUED.
       210-ROLL-ONE-WEEK.
	   IF WS-WEEKS-IN-MONTH = 0
	     IF WS-HAS-PRIOR = 'Y'
	       MOVE WS-PRIOR-ON-HAND TO WS-OPEN-QTY
	       MOVE WS-PRIOR-RUN-DATE TO WS-PRICE-DATE
	     ELSE
	       COMPUTE WS-OPEN-QTY = SH-QTY-ON-HAND
	                           - SH-QTY-RECEIVED-WK
	                           - SH-QTY-RETURNED-WK
	                           + SH-QTY-SOLD-WK
	       ADD 1 TO WS-NEW-ITEM-CNT
	       MOVE SH-RUN-DATE TO WS-PRICE-DATE
	     END-IF
	     MOVE WS-OPEN-QTY TO WS-RUNNING-QTY
	     PERFORM 249-PRICE-IN-EFFECT
	     MOVE WS-WEEK-PRICE TO WS-RUNNING-PRICE
	     MULTIPLY WS-RUNNING-PRICE BY WS-OPEN-QTY
	       GIVING WS-OPEN-VAL
	   END-IF
	   ADD 1 TO WS-WEEKS-IN-MONTH

	   MOVE SH-RUN-DATE TO WS-PRICE-DATE
	   PERFORM 249-PRICE-IN-EFFECT
	   COMPUTE WS-REVAL-VAL = WS-REVAL-VAL
	     + (WS-WEEK-PRICE - WS-RUNNING-PRICE) * WS-RUNNING-QTY
	   MOVE WS-WEEK-PRICE TO WS-RUNNING-PRICE

	   COMPUTE WS-EXPECTED-QTY = WS-RUNNING-QTY
	                           + SH-QTY-RECEIVED-WK
	                           + SH-QTY-RETURNED-WK
	                           - SH-QTY-SOLD-WK
	   ADD SH-QTY-RECEIVED-WK TO WS-RCPT-QTY
	   ADD SH-QTY-RETURNED-WK TO WS-RTN-QTY
	   ADD SH-QTY-SOLD-WK TO WS-SOLD-QTY
	   COMPUTE WS-ADJ-QTY = WS-ADJ-QTY
	                      + SH-QTY-ON-HAND - WS-EXPECTED-QTY
	   COMPUTE WS-RCPT-VAL = WS-RCPT-VAL
	     + WS-WEEK-PRICE * SH-QTY-RECEIVED-WK
	   COMPUTE WS-RTN-VAL = WS-RTN-VAL
	     + WS-WEEK-PRICE * SH-QTY-RETURNED-WK
	   COMPUTE WS-COGS-VAL = WS-COGS-VAL
	     + WS-WEEK-PRICE * SH-QTY-SOLD-WK
	   COMPUTE WS-ADJ-VAL = WS-ADJ-VAL
	     + WS-WEEK-PRICE * (SH-QTY-ON-HAND - WS-EXPECTED-QTY)
	   MOVE SH-QTY-ON-HAND TO WS-RUNNING-QTY
	   MOVE SH-QTY-ON-HAND TO WS-CLOSE-QTY
	   .

       220-INIT-ITEM-FIELDS.
	   MOVE 0 TO WS-WEEKS-IN-MONTH
	   MOVE 0 TO WS-PRIOR-ON-HAND
	   MOVE 'N' TO WS-HAS-PRIOR
	   MOVE 0 TO WS-RUNNING-QTY
	   MOVE 0 TO WS-OPEN-QTY
	   MOVE 0 TO WS-RCPT-QTY
	   MOVE 0 TO WS-SOLD-QTY
	   MOVE 0 TO WS-RTN-QTY
	   MOVE 0 TO WS-ADJ-QTY
	   MOVE 0 TO WS-CLOSE-QTY
	   MOVE 0 TO WS-PRIOR-RUN-DATE
	   MOVE 0 TO WS-RUNNING-PRICE
	   MOVE 0 TO WS-OPEN-VAL
	   MOVE 0 TO WS-RCPT-VAL
	   MOVE 0 TO WS-COGS-VAL
	   MOVE 0 TO WS-RTN-VAL
	   MOVE 0 TO WS-ADJ-VAL
	   MOVE 0 TO WS-REVAL-VAL
	   PERFORM 247-LOOKUP-ITEM-MASTER
	   .

       240-ITEM-BREAK.
	   IF WS-WEEKS-IN-MONTH > 0
	     ADD 1 TO WS-ITEM-COUNT
	     PERFORM 245-WRITE-ROLL-FORWARD-LINE
	   END-IF
	   .

       245-WRITE-ROLL-FORWARD-LINE.
	   MOVE WS-CAT-HOLD TO DL-CAT-NUM
	   MOVE SPACES TO DL-SOURCE
	   MOVE WS-ITEM-DESCRIP TO DL-DESCRIP
	   IF WS-ON-MASTER NOT = 'Y'
	     MOVE 'NO MAST' TO DL-SOURCE
	     ADD 1 TO WS-NO-MAST-CNT
	     IF WS-ON-EXTRACT NOT = 'Y'
	       ADD 1 TO WS-NO-PRICE-CNT
	     END-IF
	   END-IF
	   PERFORM 248-CHECK-COUNT-ON-FILE

	   MULTIPLY WS-RUNNING-PRICE BY WS-CLOSE-QTY
	     GIVING WS-CLOSE-VAL
	   MULTIPLY WS-RUNNING-PRICE BY WS-CLOSE-QTY
	     GIVING WS-TIE-ITEM-VAL

	   ADD WS-OPEN-VAL TO WS-TOT-OPEN-VAL
	   ADD WS-RCPT-VAL TO WS-TOT-RCPT-VAL
	   ADD WS-COGS-VAL TO WS-TOT-COGS-VAL
	   ADD WS-RTN-VAL TO WS-TOT-RTN-VAL
	   ADD WS-ADJ-VAL TO WS-TOT-ADJ-VAL
	   ADD WS-REVAL-VAL TO WS-TOT-REVAL-VAL
	   ADD WS-CLOSE-VAL TO WS-TOT-CLOSE-VAL
	   ADD WS-TIE-ITEM-VAL TO WS-TIE-TOT-VAL

	   IF WS-ADJ-QTY NOT = 0
	     IF WS-COUNT-ON-FILE = 'Y'
	       MOVE 'COUNT' TO DL-SOURCE
	       ADD 1 TO WS-COUNTED-CNT
	     ELSE
	       MOVE 'UNEXPL' TO DL-SOURCE
	       ADD 1 TO WS-UNEXPL-CNT
	     END-IF
	   END-IF

	   MOVE WS-OPEN-VAL TO DL-OPEN-VAL
	   MOVE WS-RCPT-VAL TO DL-RCPT-VAL
	   MOVE WS-COGS-VAL TO DL-COGS-VAL
	   MOVE WS-RTN-VAL TO DL-RTN-VAL
	   MOVE WS-ADJ-VAL TO DL-ADJ-VAL
	   MOVE WS-REVAL-VAL TO DL-REVAL-VAL
	   MOVE WS-CLOSE-VAL TO DL-CLOSE-VAL
	   MOVE WS-CLOSE-QTY TO DL-CLOSE-QTY

	   MOVE DETAIL-LINE TO REPORT-RECORD
	   MOVE 1 TO PROPER-SPACING
	   PERFORM 250-WRITE-A-LINE
	   .

      * AN ITEM NOT ON THE MASTER IS PRICED AS THE POSTING RUN PRICES
      * IT, AT THE UNIT PRICE ON THE EXTRACT.
       246-LOOKUP-EXTRACT-PRICE.
         MOVE 'N' TO WS-ON-EXTRACT
         MOVE ZEROS TO IM-UNIT-PRICE
         IF WS-EXTRACT-COUNT > 0
           SET EP-INDEX TO 1
           SEARCH EP-ENTRY
             AT END
               CONTINUE
             WHEN EP-CATALOG-NUMBER(EP-INDEX) = WS-CAT-HOLD
               MOVE 'Y' TO WS-ON-EXTRACT
               MOVE EP-UNIT-PRICE(EP-INDEX) TO IM-UNIT-PRICE
           END-SEARCH
         END-IF
	   .

      * THE MASTER IS READ AT THE START OF EACH ITEM SO ITS PRICE IS
      * ON HAND FOR THE WEEKS NOT COVERED BY THE PRICE HISTORY.
       247-LOOKUP-ITEM-MASTER.
         MOVE 'Y' TO WS-ON-MASTER
         MOVE WS-CAT-HOLD TO IM-CATALOG-NUMBER
         READ ITEM-MASTER-FILE
           INVALID KEY
             MOVE '*NOT ON MASTER*' TO IM-ITEM-DESCRIPTION
             MOVE 'N' TO WS-ON-MASTER
             PERFORM 246-LOOKUP-EXTRACT-PRICE
         END-READ
         MOVE IM-ITEM-DESCRIPTION TO WS-ITEM-DESCRIP
         MOVE IM-UNIT-PRICE TO WS-ITEM-PRICE
	   .

       248-CHECK-COUNT-ON-FILE.
         MOVE 'N' TO WS-COUNT-ON-FILE
         IF WS-ADJ-COUNT > 0
           SET AJ-INDEX TO 1
           SEARCH AT-ENTRY
             AT END
               CONTINUE
             WHEN AT-CATALOG(AJ-INDEX) = WS-CAT-HOLD
               MOVE 'Y' TO WS-COUNT-ON-FILE
           END-SEARCH
         END-IF
	   .

      * THE PRICE IN EFFECT ON WS-PRICE-DATE IS THE SUPERSEDED PRICE
      * WHOSE FROM/TO DATES SPAN IT, OR THE ITEM MASTER PRICE WHEN NO
      * SUPERSEDED PRICE DOES.
       249-PRICE-IN-EFFECT.
         MOVE WS-ITEM-PRICE TO WS-WEEK-PRICE
         IF WS-PRICE-HIST-COUNT > 0
           SET PT-INDEX TO 1
           SEARCH PT-ENTRY
             AT END
               CONTINUE
             WHEN PT-CATALOG-NUMBER(PT-INDEX) = WS-CAT-HOLD
                  AND PT-FROM-DATE(PT-INDEX) <= WS-PRICE-DATE
                  AND PT-TO-DATE(PT-INDEX) >= WS-PRICE-DATE
               MOVE PT-UNIT-PRICE(PT-INDEX) TO WS-WEEK-PRICE
           END-SEARCH
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

       260-LAST-ITEM-BREAK.
	   IF WS-FIRST-REC NOT = 'Y'
	     PERFORM 240-ITEM-BREAK
	   END-IF
	   .

       275-PRINT-TOTALS.
        IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
          PERFORM 150-HEADING-ROUTINE
        END-IF
        MOVE 'MONTH TOTALS - OPENING VALUE:       ' TO TV-LABEL
        MOVE WS-TOT-OPEN-VAL TO TV-AMOUNT
        MOVE TOTAL-VALUE-LINE TO REPORT-RECORD
        MOVE 2 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        MOVE '  PLUS RECEIPTS:                    ' TO TV-LABEL
        MOVE WS-TOT-RCPT-VAL TO TV-AMOUNT
        MOVE TOTAL-VALUE-LINE TO REPORT-RECORD
        MOVE 1 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        MOVE '  LESS COST OF GOODS SOLD:          ' TO TV-LABEL
        MOVE WS-TOT-COGS-VAL TO TV-AMOUNT
        MOVE TOTAL-VALUE-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE '  PLUS CUSTOMER RETURNS:            ' TO TV-LABEL
        MOVE WS-TOT-RTN-VAL TO TV-AMOUNT
        MOVE TOTAL-VALUE-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE '  PLUS/MINUS COUNT ADJUSTMENTS:     ' TO TV-LABEL
        MOVE WS-TOT-ADJ-VAL TO TV-AMOUNT
        MOVE TOTAL-VALUE-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE '  PLUS/MINUS PRICE REVALUATION:     ' TO TV-LABEL
        MOVE WS-TOT-REVAL-VAL TO TV-AMOUNT
        MOVE TOTAL-VALUE-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE '  CLOSING VALUE:                    ' TO TV-LABEL
        MOVE WS-TOT-CLOSE-VAL TO TV-AMOUNT
        MOVE TOTAL-VALUE-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE

        MOVE 'HISTORY RECORDS READ:               ' TO TL-LABEL
        MOVE WS-HIST-READ TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        MOVE 3 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        MOVE 'ITEMS ROLLED FORWARD:               ' TO TL-LABEL
        MOVE WS-ITEM-COUNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        MOVE 1 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        MOVE 'ITEMS NEW IN THE MONTH:             ' TO TL-LABEL
        MOVE WS-NEW-ITEM-CNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'ITEMS ADJUSTED FROM A COUNT:        ' TO TL-LABEL
        MOVE WS-COUNTED-CNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'ADJUSTMENTS WITH NO COUNT ON FILE:  ' TO TL-LABEL
        MOVE WS-UNEXPL-CNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'NOT ON MASTER - PRICED FROM EXTRACT:' TO TL-LABEL
        SUBTRACT WS-NO-PRICE-CNT FROM WS-NO-MAST-CNT
          GIVING TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        MOVE 'NOT ON MASTER OR EXTRACT (ZERO):    ' TO TL-LABEL
        MOVE WS-NO-PRICE-CNT TO TL-COUNT
        MOVE TOTAL-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
        IF WS-ADJ-FULL-CNT > 0
          MOVE 'TABLE FULL - COUNTS NOT CHECKED:    ' TO TL-LABEL
          MOVE WS-ADJ-FULL-CNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 250-WRITE-A-LINE
        END-IF
        IF WS-PRICE-FULL-CNT > 0
          MOVE 'TABLE FULL - PRICE HISTORY SKIPPED: ' TO TL-LABEL
          MOVE WS-PRICE-FULL-CNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 250-WRITE-A-LINE
        END-IF
        IF WS-EXTRACT-FULL-CNT > 0
          MOVE 'TABLE FULL - EXTRACT PRICE SKIPPED: ' TO TL-LABEL
          MOVE WS-EXTRACT-FULL-CNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 250-WRITE-A-LINE
        END-IF
	   .

      * THE CLOSING VALUE MUST TIE TO THE LAST AUDIT STOCK VALUE OF
      * THE MONTH BEFORE ANYTHING IS HANDED TO THE LEDGER.
       280-CHECK-AUDIT-TIE.
        MOVE 'N' TO WS-TIE-RESULT
        MOVE 'CLOSING VALUE (WHOLE DOLLARS):      ' TO TIE-LABEL
        MOVE WS-TIE-TOT-VAL TO TIE-AMOUNT
        MOVE SPACES TO TIE-NOTE
        MOVE TIE-LINE TO REPORT-RECORD
        MOVE 3 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        IF WS-ITEM-COUNT = 0
          MOVE 'NO HISTORY WEEKS IN THE CLOSING PERIOD' TO ML-TEXT
          MOVE MESSAGE-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 250-WRITE-A-LINE
        ELSE
          IF WS-AUDIT-FOUND = 'Y'
            PERFORM 285-PRINT-AUDIT-TIE
          ELSE
            MOVE 'NO PROGRAM1-AUDIT.TXT RECORD IN THE CLOSING PERIOD'
              TO ML-TEXT
            MOVE MESSAGE-LINE TO REPORT-RECORD
            MOVE 2 TO PROPER-SPACING
            PERFORM 250-WRITE-A-LINE
          END-IF
        END-IF
	   .

       285-PRINT-AUDIT-TIE.
        MOVE 'AUDIT STOCK VALUE:                  ' TO TIE-LABEL
        MOVE WS-AUDIT-STK-VAL TO TIE-AMOUNT
        MOVE SPACES TO TIE-NOTE
        STRING 'AUDIT DATED ' DELIMITED BY SIZE
               WS-AUDIT-DATE DELIMITED BY SIZE
          INTO TIE-NOTE
        MOVE TIE-LINE TO REPORT-RECORD
        MOVE 1 TO PROPER-SPACING
        PERFORM 250-WRITE-A-LINE
        SUBTRACT WS-AUDIT-STK-VAL FROM WS-TIE-TOT-VAL
          GIVING WS-TIE-DIFF
        MOVE 'DIFFERENCE:                         ' TO TIE-LABEL
        MOVE WS-TIE-DIFF TO TIE-AMOUNT
        IF WS-TIE-DIFF = 0
          MOVE 'Y' TO WS-TIE-RESULT
          MOVE 'TIED' TO TIE-NOTE
        ELSE
          MOVE 'OUT OF BALANCE' TO TIE-NOTE
        END-IF
        MOVE TIE-LINE TO REPORT-RECORD
        PERFORM 250-WRITE-A-LINE
	   .

       300-FINAL-ROUTINE.
		CLOSE SORTED-HIST-FILE
              ITEM-MASTER-FILE
              REPORT-FILE
		PERFORM 310-LOG-RUN-END
		STOP RUN
	   .

       310-LOG-RUN-END.
         OPEN EXTEND RUN-LOG-FILE
         MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
         MOVE 'PROGRAM18' TO RL-PROGRAM
         MOVE WS-LOG-DATE TO RL-DATE
         MOVE WS-LOG-TIME TO RL-TIME
         MOVE 'E' TO RL-TYPE
         MOVE 'C' TO RL-STATUS
         MOVE WS-ITEM-COUNT TO RL-REC-COUNT
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE
	   .

      * ONE BALANCED PAIR OF ENTRIES PER MOVEMENT: RECEIPTS AGAINST
      * THE RECEIPTS CLEARING ACCOUNT, COST OF GOODS SOLD AND
      * CUSTOMER RETURNS AGAINST COST OF GOODS SOLD, THE NET
      * COUNT ADJUSTMENT AGAINST THE INVENTORY ADJUSTMENT ACCOUNT,
      * AND THE NET PRICE REVALUATION AGAINST THE INVENTORY
      * REVALUATION ACCOUNT.
       400-WRITE-JOURNAL.
         OPEN OUTPUT JOURNAL-FILE
         MOVE SPACES TO JOURNAL-RECORD
         MOVE 'H' TO GJ-REC-TYPE
         MOVE WS-PERIOD-END-DATE TO GH-JOURNAL-DATE
         MOVE WS-PERIOD TO GH-PERIOD
         MOVE 'PROGRAM18' TO GH-SOURCE
         MOVE 'MONTH-END INVENTORY ROLL-FWD' TO GH-DESCRIPTION
         WRITE JOURNAL-RECORD

         MOVE 'JOURNAL ENTRIES WRITTEN TO PR1GLJRNL.TXT' TO ML-TEXT
         MOVE MESSAGE-LINE TO REPORT-RECORD
         MOVE 3 TO PROPER-SPACING
         PERFORM 250-WRITE-A-LINE

         IF WS-TOT-RCPT-VAL NOT = 0
           MOVE WS-TOT-RCPT-VAL TO WS-JE-AMOUNT
           MOVE WS-INVENTORY-ACCT TO WS-JE-DR-ACCT
           MOVE WS-RECEIPTS-ACCT TO WS-JE-CR-ACCT
           MOVE 'INVENTORY RECEIPTS' TO WS-JE-DESCRIPTION
           PERFORM 410-WRITE-ENTRY-PAIR
         END-IF
         IF WS-TOT-COGS-VAL NOT = 0
           MOVE WS-TOT-COGS-VAL TO WS-JE-AMOUNT
           MOVE WS-COGS-ACCT TO WS-JE-DR-ACCT
           MOVE WS-INVENTORY-ACCT TO WS-JE-CR-ACCT
           MOVE 'COST OF GOODS SOLD' TO WS-JE-DESCRIPTION
           PERFORM 410-WRITE-ENTRY-PAIR
         END-IF
         IF WS-TOT-RTN-VAL NOT = 0
           MOVE WS-TOT-RTN-VAL TO WS-JE-AMOUNT
           MOVE WS-INVENTORY-ACCT TO WS-JE-DR-ACCT
           MOVE WS-COGS-ACCT TO WS-JE-CR-ACCT
           MOVE 'CUSTOMER RETURNS TO STOCK' TO WS-JE-DESCRIPTION
           PERFORM 410-WRITE-ENTRY-PAIR
         END-IF
         MOVE WS-TOT-ADJ-VAL TO WS-NET-ADJ-VAL
         IF WS-NET-ADJ-VAL > 0
           MOVE WS-NET-ADJ-VAL TO WS-JE-AMOUNT
           MOVE WS-INVENTORY-ACCT TO WS-JE-DR-ACCT
           MOVE WS-ADJUST-ACCT TO WS-JE-CR-ACCT
           MOVE 'CYCLE-COUNT ADJUSTMENT GAIN' TO WS-JE-DESCRIPTION
           PERFORM 410-WRITE-ENTRY-PAIR
         END-IF
         IF WS-NET-ADJ-VAL < 0
           MOVE WS-NET-ADJ-VAL TO WS-JE-AMOUNT
           MOVE WS-ADJUST-ACCT TO WS-JE-DR-ACCT
           MOVE WS-INVENTORY-ACCT TO WS-JE-CR-ACCT
           MOVE 'CYCLE-COUNT ADJUSTMENT LOSS' TO WS-JE-DESCRIPTION
           PERFORM 410-WRITE-ENTRY-PAIR
         END-IF
         IF WS-TOT-REVAL-VAL > 0
           MOVE WS-TOT-REVAL-VAL TO WS-JE-AMOUNT
           MOVE WS-INVENTORY-ACCT TO WS-JE-DR-ACCT
           MOVE WS-REVAL-ACCT TO WS-JE-CR-ACCT
           MOVE 'INVENTORY REVALUATION GAIN' TO WS-JE-DESCRIPTION
           PERFORM 410-WRITE-ENTRY-PAIR
         END-IF
         IF WS-TOT-REVAL-VAL < 0
           MOVE WS-TOT-REVAL-VAL TO WS-JE-AMOUNT
           MOVE WS-REVAL-ACCT TO WS-JE-DR-ACCT
           MOVE WS-INVENTORY-ACCT TO WS-JE-CR-ACCT
           MOVE 'INVENTORY REVALUATION LOSS' TO WS-JE-DESCRIPTION
           PERFORM 410-WRITE-ENTRY-PAIR
         END-IF

         MOVE SPACES TO JOURNAL-RECORD
         MOVE 'T' TO GJ-REC-TYPE
         MOVE WS-PERIOD-END-DATE TO GT-JOURNAL-DATE
         MOVE WS-PERIOD TO GT-PERIOD
         MOVE WS-JE-LINE-NO TO GT-LINE-COUNT
         MOVE WS-JE-TOT-DEBITS TO GT-TOTAL-DEBITS
         MOVE WS-JE-TOT-CREDITS TO GT-TOTAL-CREDITS
         WRITE JOURNAL-RECORD
         CLOSE JOURNAL-FILE

         MOVE 'JOURNAL LINES WRITTEN:              ' TO TL-LABEL
         MOVE WS-JE-LINE-NO TO TL-COUNT
         MOVE TOTAL-LINE TO REPORT-RECORD
         MOVE 2 TO PROPER-SPACING
         PERFORM 250-WRITE-A-LINE
	   .

       410-WRITE-ENTRY-PAIR.
         MOVE WS-JE-DR-ACCT TO GJ-ACCOUNT
         MOVE 'D' TO GJ-DR-CR
         PERFORM 420-WRITE-ENTRY-LINE
         ADD WS-JE-AMOUNT TO WS-JE-TOT-DEBITS
         MOVE WS-JE-CR-ACCT TO GJ-ACCOUNT
         MOVE 'C' TO GJ-DR-CR
         PERFORM 420-WRITE-ENTRY-LINE
         ADD WS-JE-AMOUNT TO WS-JE-TOT-CREDITS
	   .

       420-WRITE-ENTRY-LINE.
         ADD 1 TO WS-JE-LINE-NO
         MOVE 'D' TO GJ-REC-TYPE
         MOVE WS-PERIOD-END-DATE TO GJ-JOURNAL-DATE
         MOVE WS-PERIOD TO GJ-PERIOD
         MOVE WS-JE-LINE-NO TO GJ-LINE-NO
         MOVE WS-JE-AMOUNT TO GJ-AMOUNT
         MOVE WS-JE-DESCRIPTION TO GJ-DESCRIPTION
         WRITE JOURNAL-RECORD

         MOVE WS-JE-LINE-NO TO JL-LINE-NO
         MOVE GJ-ACCOUNT TO JL-ACCOUNT
         MOVE GJ-DR-CR TO JL-DR-CR
         MOVE WS-JE-AMOUNT TO JL-AMOUNT
         MOVE WS-JE-DESCRIPTION TO JL-DESCRIPTION
         MOVE JOURNAL-LINE TO REPORT-RECORD
         MOVE 1 TO PROPER-SPACING
         PERFORM 250-WRITE-A-LINE
	   .
