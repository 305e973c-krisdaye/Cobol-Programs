       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROGRAM20.
       AUTHOR.           KDAYE.

      *************************COMMENT SECTION************************
      * DESCRIPTION:
      * THIS PROGRAM POSTS THE DAY S COSTUME MOVEMENTS TO THE KEYED
      * MERGED FILE SO SALES, VENDOR RECEIPTS, DAMAGED-GOODS
      * WRITE-OFFS AND STOCK ADJUSTMENTS SHOW UP IN FIREFLY STOCK
      * BETWEEN FULL REBUILDS. EACH MOVEMENT IN PR4MOVES.TXT CARRIES
      * THE WAREHOUSE, COSTUME ID, SIZE, MOVEMENT TYPE (S SALE,
      * R RECEIPT, D DAMAGE, A ADJUSTMENT), QUANTITY, MOVEMENT DATE
      * AND REFERENCE NUMBER. SALES AND DAMAGE DECREMENT THE
      * IN-STOCK AMOUNT OF THE MATCHING SIZE SLOT, RECEIPTS
      * INCREMENT IT, AND ADJUSTMENTS MOVE IT EITHER WAY BY THE
      * SIGN KEYED WITH THE QUANTITY. AS IN THE TRANSFER APPLY RUN
      * THE MERGED KEY CARRIES THE VENDOR AND THE MOVEMENT DOES NOT,
      * SO THE RECORD IS LOCATED BY STARTING AT THE WAREHOUSE AND
      * READING FORWARD TO THE FIRST RECORD CARRYING THE COSTUME ID
      * AND SIZE.
      * A MOVEMENT IS REJECTED WHEN THE QUANTITY, TYPE OR MOVEMENT
      * DATE IS BAD, WHEN THE COSTUME ID IS NOT ON THE COSTUME
      * MASTER, WHEN THE SIZE IS NOT ONE OF THE COSTUME S VALID SIZE
      * CODES, WHEN NO MERGED RECORD CARRIES THE COSTUME AND SIZE AT
      * THE WAREHOUSE, WHEN A SALE, DAMAGE OR DOWNWARD ADJUSTMENT
      * WOULD TAKE STOCK BELOW ZERO, OR WHEN A RECEIPT OR UPWARD
      * ADJUSTMENT WOULD PUSH THE FOUR-DIGIT STOCK FIELD PAST 9999.
      * A REGISTER PRINTS THE DISPOSITION OF EVERY MOVEMENT AND THE
      * UNITS AND COST VALUE POSTED BY MOVEMENT TYPE, AND EVERY
      * POSTED MOVEMENT IS APPENDED TO THE MOVEMENT HISTORY FILE.
      ****************************************************************
      * INPUT FILES:
      * 1. PR4MOVES.TXT - COSTUME MOVEMENTS: WAREHOUSE ID, COSTUME
      *    ID, SIZE, MOVEMENT TYPE, QUANTITY SIGN (ADJUSTMENTS ONLY,
      *    - TO DECREASE, + OR SPACE TO INCREASE), QUANTITY,
      *    MOVEMENT DATE, REFERENCE NUMBER
      * 2. PR4COSTMAST.TXT - COSTUME MASTER: COSTUME ID, OFFICIAL
      *    NAME, VALID SIZE CODES, SUGGESTED RETAIL PRICE
      ****************************************************************
      * OUTPUT FILES:
      * 1. merged-file.txt - IN-STOCK AMOUNT REWRITTEN
      * 2. PR4MOVEHIST.TXT - POSTED MOVEMENT HISTORY (APPENDED):
      *    WAREHOUSE, VENDOR, COSTUME ID, SIZE, TYPE, SIGN,
      *    QUANTITY, MOVEMENT DATE, REFERENCE, UNIT COST, POSTING
      *    DATE
      * 3. MOVEMENT-REGISTER-KAD - PRINTED DISPOSITION REGISTER
      *    WITH UNITS AND COST VALUE BY MOVEMENT TYPE
      ****************************************************************
      * CALCULATIONS:
      * COST VALUE = QUANTITY * PURCHASE PRICE OF THE SIZE SLOT
      * ADJUSTMENT UNITS AND VALUE ARE TOTALLED NET OF SIGN
      ****************************************************************
      * MODIFICATION HISTORY:
      * MODIFIED 2026-10-15: (KAD) A MOVEMENT WITH A MISSING OR
      *   IMPOSSIBLE DATE IS REJECTED INSTEAD OF TAKING THE RUN DATE.
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
       SELECT MOVEMENT-FILE
          ASSIGN TO "PR4MOVES.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT COSTUME-MASTER-FILE
          ASSIGN TO "PR4COSTMAST.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT MERGED-FILE
          ASSIGN TO "merged-file.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MERGED-KEY.
      *
       SELECT OPTIONAL MOVE-HIST-FILE
          ASSIGN TO "PR4MOVEHIST.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT REPORT-FILE
          ASSIGN TO "MOVEMENT-REGISTER-KAD".
      *
       SELECT RUN-LOG-FILE
          ASSIGN TO "RUNLOG.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD MOVEMENT-FILE
          RECORD CONTAINS 30 CHARACTERS.

       01 MOVEMENT-RECORD.
          05 MV-WH-ID               PIC X(4).
          05 MV-COST-ID             PIC X(3).
          05 MV-SIZE                PIC X.
          05 MV-TYPE                PIC X.
             88 MV-SALE                   VALUE 'S'.
             88 MV-RECEIPT                VALUE 'R'.
             88 MV-DAMAGE                 VALUE 'D'.
             88 MV-ADJUSTMENT             VALUE 'A'.
          05 MV-SIGN                PIC X.
          05 MV-QTY                 PIC 9(4).
          05 MV-QTY-X REDEFINES MV-QTY
                                    PIC X(4).
          05 MV-DATE                PIC 9(8).
          05 MV-DATE-X REDEFINES MV-DATE
                                    PIC X(8).
          05 MV-REF-NO              PIC X(8).

       FD COSTUME-MASTER-FILE
          RECORD CONTAINS 25 CHARACTERS.

       01 COSTUME-MASTER-RECORD.
          05 CM-COSTUME-ID        PIC X(3).
          05 CM-COSTUME-NAME      PIC X(13).
          05 CM-VALID-SIZES       PIC X(4).
          05 CM-RETAIL-PRICE      PIC 999V99.

       FD MERGED-FILE.
       01 INVEN-REPORT-IN.
          05 MERGED-KEY.
             10 WAREHOUSE-ID-IN  PIC X(4).
             10 VENDOR-ID-IN     PIC X.
             10 COSTUME-ID-IN    PIC X(3).
          05 COSTUME-DATA-IN      OCCURS 5 TIMES.
             10 COSTUME-NAME-IN   PIC X(13).
             10 COSTUME-SIZE-IN   PIC X.
             10 COSTUME-TYPE-IN   PIC X.
             10 IN-STOCK-IN       PIC S9(4).
             10 PURCHASE-PRICE-IN PIC S999V99.

       FD MOVE-HIST-FILE
          RECORD CONTAINS 44 CHARACTERS.

       01 MOVE-HIST-RECORD.
          05 MH-WH-ID               PIC X(4).
          05 MH-VENDOR-ID           PIC X.
          05 MH-COST-ID             PIC X(3).
          05 MH-SIZE                PIC X.
          05 MH-TYPE                PIC X.
          05 MH-SIGN                PIC X.
          05 MH-QTY                 PIC 9(4).
          05 MH-MOVE-DATE           PIC 9(8).
          05 MH-REF-NO              PIC X(8).
          05 MH-UNIT-COST           PIC 999V99.
          05 MH-POST-DATE           PIC 9(8).

       FD REPORT-FILE
          RECORD CONTAINS 110 CHARACTERS.

       01 REPORT-RECORD           PIC X(110).

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
          05 CM-EOF-FLAG          PIC X VALUE 'N'.
          05 WS-SCAN-DONE         PIC X VALUE 'N'.
          05 WS-SLOT-FOUND        PIC X VALUE 'N'.
          05 WS-MOVE-OK           PIC X VALUE 'N'.
          05 WS-SIZE-OK           PIC X VALUE 'N'.

       01 WS-DATE.
          05 WS-YEAR              PIC 9(4).
          05 WS-MONTH             PIC 99.
          05 WS-DAY               PIC 99.
       01 WS-DATE-NUM REDEFINES WS-DATE
                                  PIC 9(8).

       01 RUN-LOG-FIELDS.
          05 WS-LOG-STAMP.
             10 WS-LOG-DATE       PIC 9(8).
             10 WS-LOG-TIME       PIC 9(6).
             10 FILLER            PIC X(7).

       01 TEMP-VAR.
          05 SUB-ZERO             PIC 99      VALUE 1.
          05 WS-SLOT-SUB          PIC 99      VALUE 1.
          05 WS-TYPE-SUB          PIC 9       VALUE 1.
          05 WS-COST-COUNT        PIC 9(3)    VALUE 0.
          05 WS-COST-SKIPPED      PIC 9(3)    VALUE 0.
          05 WS-SCAN-WH           PIC X(4).
          05 WS-STOCK-BEFORE      PIC S9(5).
          05 WS-STOCK-AFTER       PIC S9(6).
          05 WS-SIGNED-QTY        PIC S9(5).
          05 WS-UNIT-COST         PIC S999V99.
          05 WS-MOVE-VALUE        PIC S9(7)V99.
          05 WS-READ-COUNT        PIC 9(6)    VALUE 0.
          05 WS-POSTED-COUNT      PIC 9(6)    VALUE 0.
          05 WS-REJECT-COUNT      PIC 9(6)    VALUE 0.

       01 COSTUME-MASTER-TABLE.
          05 CM-ITEM OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-COST-COUNT
                INDEXED BY CM-INDEX.
             10 CMT-ID           PIC X(3).
             10 CMT-NAME         PIC X(13).
             10 CMT-SIZES        PIC X(4).
             10 CMT-RETAIL       PIC 999V99.

       01 TYPE-NAMES-VALUES.
          05 PIC X(11) VALUE 'SSALES     '.
          05 PIC X(11) VALUE 'RRECEIPTS  '.
          05 PIC X(11) VALUE 'DDAMAGE    '.
          05 PIC X(11) VALUE 'AADJUSTMENT'.
       01 TYPE-NAMES REDEFINES TYPE-NAMES-VALUES.
          05 TN-ENTRY OCCURS 4 TIMES.
             10 TN-CODE           PIC X.
             10 TN-NAME           PIC X(10).

       01 TYPE-TOTALS.
          05 TT-ENTRY OCCURS 4 TIMES.
             10 TT-COUNT          PIC 9(6).
             10 TT-UNITS          PIC S9(7).
             10 TT-VALUE          PIC S9(9)V99.

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
          05                      PIC X(25) VALUE
                            'COSTUME MOVEMENT REGISTER'.
          05                      PIC X(9) VALUE SPACES.
          05                      PIC XXX   VALUE 'KAD'.
          05                      PIC X(3) VALUE SPACES.
          05                      PIC X(5)  VALUE 'PAGE '.
          05 PAGE-NO              PIC 99 VALUE 0.

       01 COLUMN-HEADING-1.
          05 PIC X(4)  VALUE 'WH'.
          05 PIC X(2)  VALUE SPACES.
          05 PIC X(4)  VALUE 'COST'.
          05 PIC X(2)  VALUE SPACES.
          05 PIC X(4)  VALUE 'SIZE'.
          05 PIC X(2)  VALUE SPACES.
          05 PIC X(4)  VALUE 'TYPE'.
          05 PIC X(5)  VALUE SPACES.
          05 PIC X(3)  VALUE 'QTY'.
          05 PIC X(3)  VALUE SPACES.
          05 PIC X(8)  VALUE 'MOVEMENT'.
          05 PIC X(4)  VALUE SPACES.
          05 PIC X(9)  VALUE 'REFERENCE'.
          05 PIC X(4)  VALUE SPACES.
          05 PIC X(4)  VALUE 'UNIT'.
          05 PIC X(8)  VALUE SPACES.
          05 PIC X(4)  VALUE 'COST'.
          05 PIC X(3)  VALUE SPACES.
          05 PIC X(11) VALUE 'DISPOSITION'.

       01 COLUMN-HEADING-2.
          05 PIC X(4)  VALUE 'ID'.
          05 PIC X(2)  VALUE SPACES.
          05 PIC X(2)  VALUE 'ID'.
          05 PIC X(26) VALUE SPACES.
          05 PIC X(4)  VALUE 'DATE'.
          05 PIC X(21) VALUE SPACES.
          05 PIC X(4)  VALUE 'COST'.
          05 PIC X(7)  VALUE SPACES.
          05 PIC X(5)  VALUE 'VALUE'.

       01 DETAIL-LINE.
          05 DL-WH-ID             PIC X(4).
          05                      PIC X(2) VALUE SPACES.
          05 DL-COST-ID           PIC X(3).
          05                      PIC X(4) VALUE SPACES.
          05 DL-SIZE              PIC X.
          05                      PIC X(5) VALUE SPACES.
          05 DL-TYPE              PIC X.
          05                      PIC X(3) VALUE SPACES.
          05 DL-QTY               PIC Z,ZZ9-.
          05                      PIC X(2) VALUE SPACES.
          05 DL-MOVE-DATE.
             10 DL-MV-MONTH       PIC XX.
             10                   PIC X VALUE '/'.
             10 DL-MV-DAY         PIC XX.
             10                   PIC X VALUE '/'.
             10 DL-MV-YEAR        PIC X(4).
          05                      PIC X(2) VALUE SPACES.
          05 DL-REF-NO            PIC X(8).
          05                      PIC X(3) VALUE SPACES.
          05 DL-UNIT-COST         PIC ZZ9.99.
          05                      PIC X(2) VALUE SPACES.
          05 DL-MOVE-VALUE        PIC ZZZ,ZZ9.99-.
          05                      PIC X(2) VALUE SPACES.
          05 DL-DISPOSITION       PIC X(28).

       01 TYPE-HEADING.
          05                      PIC X(5) VALUE SPACES.
          05                      PIC X(13) VALUE 'MOVEMENT TYPE'.
          05                      PIC X(6) VALUE SPACES.
          05                      PIC X(6) VALUE 'POSTED'.
          05                      PIC X(7) VALUE SPACES.
          05                      PIC X(5) VALUE 'UNITS'.
          05                      PIC X(9) VALUE SPACES.
          05                      PIC X(10) VALUE 'COST VALUE'.

       01 TYPE-TOTAL-LINE.
          05                      PIC X(5) VALUE SPACES.
          05 TT-CODE-OUT          PIC X.
          05                      PIC X(2) VALUE SPACES.
          05 TT-NAME-OUT          PIC X(10).
          05                      PIC X(4) VALUE SPACES.
          05 TT-COUNT-OUT         PIC ZZZ,ZZ9.
          05                      PIC X(3) VALUE SPACES.
          05 TT-UNITS-OUT         PIC Z,ZZZ,ZZ9-.
          05                      PIC X(2) VALUE SPACES.
          05 TT-VALUE-OUT         PIC $$$,$$$,$$9.99-.

       01 TOTAL-LINE.
          05                      PIC X(5) VALUE SPACES.
          05 TL-LABEL             PIC X(26).
          05 TL-COUNT             PIC ZZZ,ZZ9.

       01 WS-HOLD-LINE            PIC X(110).

      ********************PROCEDURE DIVISION**************************
       PROCEDURE DIVISION.

       000-MAIN-MODULE.
          PERFORM 005-LOG-RUN-START
          MOVE FUNCTION CURRENT-DATE TO WS-DATE
          PERFORM 008-LOAD-COSTUME-MASTER
          PERFORM 025-HOUSEKEEPING
          PERFORM 050-READ-ROUTINE
          PERFORM 400-PRINT-FINAL-TOTALS
          PERFORM 500-FINAL-ROUTINE
       .

       005-LOG-RUN-START.
          OPEN EXTEND RUN-LOG-FILE
          MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
          MOVE 'PROGRAM20' TO RL-PROGRAM
          MOVE WS-LOG-DATE TO RL-DATE
          MOVE WS-LOG-TIME TO RL-TIME
          MOVE 'S' TO RL-TYPE
          MOVE ' ' TO RL-STATUS
          MOVE ZEROS TO RL-REC-COUNT
          WRITE RUN-LOG-RECORD
          CLOSE RUN-LOG-FILE
       .

       008-LOAD-COSTUME-MASTER.
          OPEN INPUT COSTUME-MASTER-FILE
          PERFORM UNTIL CM-EOF-FLAG = 'Y'
             READ COSTUME-MASTER-FILE
                AT END MOVE 'Y' TO CM-EOF-FLAG
                NOT AT END
                   IF WS-COST-COUNT < 200
                      ADD 1 TO WS-COST-COUNT
                      MOVE CM-COSTUME-ID
                         TO CMT-ID(WS-COST-COUNT)
                      MOVE CM-COSTUME-NAME
                         TO CMT-NAME(WS-COST-COUNT)
                      MOVE CM-VALID-SIZES
                         TO CMT-SIZES(WS-COST-COUNT)
                      MOVE CM-RETAIL-PRICE
                         TO CMT-RETAIL(WS-COST-COUNT)
                   ELSE
                      ADD 1 TO WS-COST-SKIPPED
                   END-IF
             END-READ
          END-PERFORM
          CLOSE COSTUME-MASTER-FILE
       .

       025-HOUSEKEEPING.
          OPEN INPUT  MOVEMENT-FILE
               I-O    MERGED-FILE
               EXTEND MOVE-HIST-FILE
               OUTPUT REPORT-FILE
          MOVE WS-YEAR  TO DL-YEAR
          MOVE WS-MONTH TO DL-MONTH
          MOVE WS-DAY   TO DL-DAY
          INITIALIZE TYPE-TOTALS
          PERFORM 075-HEADING-ROUTINE
       .

       050-READ-ROUTINE.
          PERFORM UNTIL EOF-FLAG = 'Y'
             READ MOVEMENT-FILE
                AT END
                   MOVE 'Y' TO EOF-FLAG
                NOT AT END
                   PERFORM 100-PROCESS-ONE-MOVEMENT
             END-READ
          END-PERFORM
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
          MOVE COLUMN-HEADING-1 TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE 1 TO PROPER-SPACING
          MOVE COLUMN-HEADING-2 TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE SPACES TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 150-WRITE-A-LINE
          MOVE 7 TO WS-LINE-COUNT
       .

       100-PROCESS-ONE-MOVEMENT.
          ADD 1 TO WS-READ-COUNT
          MOVE 'N' TO WS-MOVE-OK
          MOVE ZEROS TO WS-UNIT-COST
          MOVE ZEROS TO WS-MOVE-VALUE
          MOVE MV-WH-ID   TO DL-WH-ID
          MOVE MV-COST-ID TO DL-COST-ID
          MOVE MV-SIZE    TO DL-SIZE
          MOVE MV-TYPE    TO DL-TYPE
          MOVE MV-REF-NO  TO DL-REF-NO
          MOVE MV-DATE-X(5:2) TO DL-MV-MONTH
          MOVE MV-DATE-X(7:2) TO DL-MV-DAY
          MOVE MV-DATE-X(1:4) TO DL-MV-YEAR

          IF MV-QTY-X IS NUMERIC AND MV-QTY > 0
             PERFORM 105-SET-SIGNED-QTY
             PERFORM 110-EDIT-MOVEMENT
             IF WS-MOVE-OK = 'Y'
                PERFORM 125-CHECK-STOCK
                IF WS-MOVE-OK = 'Y'
                   PERFORM 130-POST-MOVEMENT
                END-IF
             END-IF
          ELSE
             MOVE 0 TO DL-QTY
             MOVE 'BAD QUANTITY' TO DL-DISPOSITION
          END-IF

          IF WS-MOVE-OK = 'Y'
             ADD 1 TO WS-POSTED-COUNT
          ELSE
             ADD 1 TO WS-REJECT-COUNT
          END-IF
          MOVE WS-UNIT-COST TO DL-UNIT-COST
          MOVE WS-MOVE-VALUE TO DL-MOVE-VALUE
          MOVE DETAIL-LINE TO REPORT-RECORD
          PERFORM 175-WRITE-DETAIL-LINE
       .

      * SALES AND DAMAGE COME OFF STOCK, RECEIPTS GO ON, AND AN
      * ADJUSTMENT GOES WHICHEVER WAY ITS SIGN SAYS.
       105-SET-SIGNED-QTY.
          EVALUATE TRUE
             WHEN MV-SALE
             WHEN MV-DAMAGE
                COMPUTE WS-SIGNED-QTY = 0 - MV-QTY
             WHEN MV-ADJUSTMENT AND MV-SIGN = '-'
                COMPUTE WS-SIGNED-QTY = 0 - MV-QTY
             WHEN OTHER
                MOVE MV-QTY TO WS-SIGNED-QTY
          END-EVALUATE
          MOVE WS-SIGNED-QTY TO DL-QTY
       .

       110-EDIT-MOVEMENT.
          MOVE 'N' TO WS-MOVE-OK
          EVALUATE TRUE
             WHEN NOT (MV-SALE OR MV-RECEIPT OR MV-DAMAGE
                       OR MV-ADJUSTMENT)
                MOVE 'BAD MOVEMENT TYPE' TO DL-DISPOSITION
             WHEN MV-ADJUSTMENT AND MV-SIGN NOT = '+'
                  AND MV-SIGN NOT = '-' AND MV-SIGN NOT = SPACE
                MOVE 'BAD ADJUSTMENT SIGN' TO DL-DISPOSITION
             WHEN MV-DATE-X IS NOT NUMERIC
                MOVE 'BAD MOVEMENT DATE' TO DL-DISPOSITION
             WHEN FUNCTION TEST-DATE-YYYYMMDD(MV-DATE) NOT = 0
                MOVE 'BAD MOVEMENT DATE' TO DL-DISPOSITION
             WHEN OTHER
                PERFORM 115-CHECK-COSTUME-MASTER
          END-EVALUATE
       .

       115-CHECK-COSTUME-MASTER.
          IF WS-COST-COUNT = 0
             MOVE 'COSTUME NOT ON MASTER' TO DL-DISPOSITION
          ELSE
             SET CM-INDEX TO 1
             SEARCH CM-ITEM
                AT END
                   MOVE 'COSTUME NOT ON MASTER' TO DL-DISPOSITION
                WHEN MV-COST-ID = CMT-ID(CM-INDEX)
                   PERFORM 117-CHECK-VALID-SIZE
             END-SEARCH
          END-IF
       .

       117-CHECK-VALID-SIZE.
          MOVE 'N' TO WS-SIZE-OK
          PERFORM VARYING SUB-ZERO FROM 1 BY 1 UNTIL SUB-ZERO > 4
             IF CMT-SIZES(CM-INDEX)(SUB-ZERO:1) = MV-SIZE
                AND MV-SIZE NOT = SPACE
                MOVE 'Y' TO WS-SIZE-OK
             END-IF
          END-PERFORM
          IF WS-SIZE-OK = 'Y'
             PERFORM 120-FIND-STOCK-SLOT
          ELSE
             MOVE 'SIZE NOT VALID FOR COSTUME' TO DL-DISPOSITION
          END-IF
       .

       120-FIND-STOCK-SLOT.
          MOVE MV-WH-ID TO WS-SCAN-WH
          PERFORM 140-SCAN-FOR-COSTUME
          IF WS-SLOT-FOUND = 'Y'
             MOVE 'Y' TO WS-MOVE-OK
             MOVE IN-STOCK-IN(WS-SLOT-SUB) TO WS-STOCK-BEFORE
             MOVE PURCHASE-PRICE-IN(WS-SLOT-SUB) TO WS-UNIT-COST
          ELSE
             MOVE 'NOT ON MERGED FILE' TO DL-DISPOSITION
          END-IF
       .

      * THE STOCK FIELD HOLDS FOUR DIGITS AND MAY NOT GO NEGATIVE,
      * SO THE MOVEMENT IS CHECKED BEFORE THE RECORD IS REWRITTEN.
       125-CHECK-STOCK.
          MOVE 'N' TO WS-MOVE-OK
          ADD WS-SIGNED-QTY, WS-STOCK-BEFORE
             GIVING WS-STOCK-AFTER
          IF WS-STOCK-AFTER < 0
             MOVE 'WOULD TAKE STOCK NEGATIVE' TO DL-DISPOSITION
          ELSE
             IF WS-STOCK-AFTER > 9999
                MOVE 'WOULD OVERFLOW STOCK FIELD' TO DL-DISPOSITION
             ELSE
                MOVE 'Y' TO WS-MOVE-OK
             END-IF
          END-IF
       .

      * THE SCAN LEFT THE MATCHING RECORD AS THE LAST ONE READ, SO
      * IT IS REWRITTEN IN PLACE.
       130-POST-MOVEMENT.
          MOVE WS-STOCK-AFTER TO IN-STOCK-IN(WS-SLOT-SUB)
          REWRITE INVEN-REPORT-IN
             INVALID KEY
                MOVE 'N' TO WS-MOVE-OK
                MOVE 'REWRITE FAILED' TO DL-DISPOSITION
             NOT INVALID KEY
                MOVE 'POSTED' TO DL-DISPOSITION
                COMPUTE WS-MOVE-VALUE =
                   WS-SIGNED-QTY * WS-UNIT-COST
                PERFORM 135-ACCUMULATE-TYPE
                PERFORM 137-WRITE-MOVE-HISTORY
          END-REWRITE
       .

       135-ACCUMULATE-TYPE.
          PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                  UNTIL WS-TYPE-SUB > 4
             IF TN-CODE(WS-TYPE-SUB) = MV-TYPE
                ADD 1 TO TT-COUNT(WS-TYPE-SUB)
                IF MV-ADJUSTMENT
                   ADD WS-SIGNED-QTY TO TT-UNITS(WS-TYPE-SUB)
                   ADD WS-MOVE-VALUE TO TT-VALUE(WS-TYPE-SUB)
                ELSE
                   ADD MV-QTY TO TT-UNITS(WS-TYPE-SUB)
                   COMPUTE TT-VALUE(WS-TYPE-SUB) =
                      TT-VALUE(WS-TYPE-SUB) + MV-QTY * WS-UNIT-COST
                END-IF
             END-IF
          END-PERFORM
       .

       137-WRITE-MOVE-HISTORY.
          MOVE WAREHOUSE-ID-IN TO MH-WH-ID
          MOVE VENDOR-ID-IN    TO MH-VENDOR-ID
          MOVE MV-COST-ID      TO MH-COST-ID
          MOVE MV-SIZE         TO MH-SIZE
          MOVE MV-TYPE         TO MH-TYPE
          IF WS-SIGNED-QTY < 0
             MOVE '-' TO MH-SIGN
          ELSE
             MOVE '+' TO MH-SIGN
          END-IF
          MOVE MV-QTY          TO MH-QTY
          MOVE MV-DATE         TO MH-MOVE-DATE
          MOVE MV-REF-NO       TO MH-REF-NO
          MOVE WS-UNIT-COST    TO MH-UNIT-COST
          MOVE WS-DATE-NUM     TO MH-POST-DATE
          WRITE MOVE-HIST-RECORD
       .

       140-SCAN-FOR-COSTUME.
          MOVE 'N' TO WS-SLOT-FOUND
          MOVE 'N' TO WS-SCAN-DONE
          MOVE WS-SCAN-WH TO WAREHOUSE-ID-IN
          MOVE LOW-VALUES TO VENDOR-ID-IN
          MOVE LOW-VALUES TO COSTUME-ID-IN
          START MERGED-FILE KEY NOT < MERGED-KEY
             INVALID KEY
                MOVE 'Y' TO WS-SCAN-DONE
          END-START
          PERFORM UNTIL WS-SCAN-DONE = 'Y'
             READ MERGED-FILE NEXT RECORD
                AT END
                   MOVE 'Y' TO WS-SCAN-DONE
                NOT AT END
                   PERFORM 145-TEST-SCANNED-RECORD
             END-READ
          END-PERFORM
       .

       145-TEST-SCANNED-RECORD.
          IF WAREHOUSE-ID-IN NOT = WS-SCAN-WH
             MOVE 'Y' TO WS-SCAN-DONE
          ELSE
             IF COSTUME-ID-IN = MV-COST-ID
                PERFORM 147-FIND-SIZE-SLOT
                IF WS-SLOT-FOUND = 'Y'
                   MOVE 'Y' TO WS-SCAN-DONE
                END-IF
             END-IF
          END-IF
       .

       147-FIND-SIZE-SLOT.
          PERFORM VARYING SUB-ZERO FROM 1 BY 1 UNTIL SUB-ZERO > 5
             IF COSTUME-NAME-IN(SUB-ZERO) NOT = SPACES
                AND COSTUME-SIZE-IN(SUB-ZERO) = MV-SIZE
                AND WS-SLOT-FOUND = 'N'
                MOVE 'Y' TO WS-SLOT-FOUND
                MOVE SUB-ZERO TO WS-SLOT-SUB
             END-IF
          END-PERFORM
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
          MOVE 1 TO PROPER-SPACING
          PERFORM 150-WRITE-A-LINE
       .

       400-PRINT-FINAL-TOTALS.
          MOVE TYPE-HEADING TO REPORT-RECORD
          MOVE 3 TO PROPER-SPACING
          PERFORM 150-WRITE-A-LINE
          PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                  UNTIL WS-TYPE-SUB > 4
             MOVE TN-CODE(WS-TYPE-SUB)  TO TT-CODE-OUT
             MOVE TN-NAME(WS-TYPE-SUB)  TO TT-NAME-OUT
             MOVE TT-COUNT(WS-TYPE-SUB) TO TT-COUNT-OUT
             MOVE TT-UNITS(WS-TYPE-SUB) TO TT-UNITS-OUT
             MOVE TT-VALUE(WS-TYPE-SUB) TO TT-VALUE-OUT
             MOVE TYPE-TOTAL-LINE TO REPORT-RECORD
             PERFORM 150-WRITE-A-LINE
          END-PERFORM
          MOVE 'MOVEMENTS READ:           ' TO TL-LABEL
          MOVE WS-READ-COUNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 150-WRITE-A-LINE
          MOVE 'MOVEMENTS POSTED:         ' TO TL-LABEL
          MOVE WS-POSTED-COUNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          MOVE 'MOVEMENTS REJECTED:       ' TO TL-LABEL
          MOVE WS-REJECT-COUNT TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          IF WS-COST-SKIPPED > 0
             MOVE 'COSTUME MASTER SKIPPED:   ' TO TL-LABEL
             MOVE WS-COST-SKIPPED TO TL-COUNT
             MOVE TOTAL-LINE TO REPORT-RECORD
             PERFORM 150-WRITE-A-LINE
          END-IF
       .

       490-LOG-RUN-END.
          OPEN EXTEND RUN-LOG-FILE
          MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
          MOVE 'PROGRAM20' TO RL-PROGRAM
          MOVE WS-LOG-DATE TO RL-DATE
          MOVE WS-LOG-TIME TO RL-TIME
          MOVE 'E' TO RL-TYPE
          MOVE 'C' TO RL-STATUS
          MOVE WS-READ-COUNT TO RL-REC-COUNT
          WRITE RUN-LOG-RECORD
          CLOSE RUN-LOG-FILE
       .

       500-FINAL-ROUTINE.
          CLOSE MOVEMENT-FILE
                MERGED-FILE
                MOVE-HIST-FILE
                REPORT-FILE
          PERFORM 490-LOG-RUN-END
           STOP RUN
       .
