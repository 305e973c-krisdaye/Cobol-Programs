      * A REGISTER PRINTS THE DISPOSITION OF EVERY TRANSFER SO THE
      * SUGGESTION REPORT CONVERGES WEEK OVER WEEK INSTEAD OF
      * REPEATING THE SAME MOVES.
      * THE TRANSFER FILE IS KEYED BY HAND, SO IT CARRIES A BATCH
      * HEADER (APPROVER ID, BATCH DATE, BATCH NUMBER) AND A TRAILER
      * (RECORD COUNT, HASH TOTAL OF THE QUANTITIES). THE WHOLE
      * BATCH IS REFUSED, AND NO TRANSFER APPLIED, WHEN THE TRAILER
      * DOES NOT BALANCE, THE BATCH DATE IS STALE, OR THE BATCH
      * NUMBER IS ALREADY IN THE APPROVALS LEDGER. AN ACCEPTED
      * BATCH IS ADDED TO THE LEDGER.
      ****************************************************************
      * INPUT FILES:
      * 1. PR4XFERAPP.TXT - APPROVED TRANSFERS: COSTUME ID, SIZE,
      *    FROM-WAREHOUSE, TO-WAREHOUSE, QUANTITY, BETWEEN A HDR
      *    RECORD AND A TRL RECORD
      * 2. PR4XFER-CTL.TXT (OPTIONAL) - DONOR FLOOR STOCK AMOUNT AS
      *    A FOUR DIGIT NUMBER. DEFAULTS TO TEN WHEN ABSENT.
      * 3. APPROVALS.TXT (OPTIONAL) - APPROVALS LEDGER, CHECKED FOR
      *    A BATCH NUMBER ALREADY APPLIED
      ****************************************************************
      * OUTPUT FILES:
      * 1. merged-file.txt - DONOR AND RECEIVER STOCK REWRITTEN
      * 2. TRANSFER-REGISTER-KAD - PRINTED DISPOSITION REGISTER
      *    WITH APPLIED/REJECTED TOTALS
      * 3. APPROVALS.TXT - ONE RECORD APPENDED FOR AN ACCEPTED
      *    TRANSFER BATCH
      ****************************************************************
      * MODIFICATION HISTORY:
      * MODIFIED 2026-10-15: (KAD) THE TRANSFER FILE NOW CARRIES A
      *   BATCH HEADER AND TRAILER. A BATCH THAT DOES NOT BALANCE,
      *   IS STALE OR WAS ALREADY APPLIED IS REFUSED WITH RETURN
      *   CODE 8, AND AN ACCEPTED BATCH IS RECORDED IN THE APPROVALS
      *   LEDGER APPROVALS.TXT
      * WRITTEN 2026-09-02: (KAD) INITIAL VERSION
      ****************************************************************

          ASSIGN TO "PR4XFER-CTL.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-THRESHOLD-STATUS.
      *
       SELECT OPTIONAL APPROVAL-FILE
          ASSIGN TO "APPROVALS.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPROVAL-STATUS.
      *
       SELECT REPORT-FILE
          ASSIGN TO "TRANSFER-REGISTER-KAD".
       FILE SECTION.

       FD XFER-FILE
          RECORD CONTAINS 16 TO 25 CHARACTERS.

       01 XFER-RECORD.
          05 XA-COST-ID             PIC X(3).
          05 XA-QTY-X REDEFINES XA-QTY
                                    PIC X(4).

       01 XFER-HEADER-RECORD.
          05 BH-RECORD-TYPE         PIC X(3).
          05 BH-APPROVER-ID         PIC X(8).
          05 BH-BATCH-DATE-X        PIC X(8).
          05 BH-BATCH-NUMBER-X      PIC X(6).

       01 XFER-TRAILER-RECORD.
          05 BT-RECORD-TYPE         PIC X(3).
          05 BT-RECORD-COUNT-X      PIC X(6).
          05 BT-HASH-TOTAL-X        PIC X(9).

       FD MERGED-FILE.
       01 INVEN-REPORT-IN.
          05 MERGED-KEY.
       01 THRESHOLD-RECORD.
          05 TH-AMOUNT            PIC 9(4).

       FD APPROVAL-FILE
          RECORD CONTAINS 76 CHARACTERS.

       01 APPROVAL-RECORD.
          05 AP-FILE-NAME         PIC X(16).
          05 AP-BATCH-NUMBER      PIC 9(6).
          05 AP-BATCH-DATE        PIC 9(8).
          05 AP-APPROVER-ID       PIC X(8).
          05 AP-RECORD-COUNT      PIC 9(6).
          05 AP-HASH-TOTAL        PIC 9(9).
          05 AP-PROGRAM           PIC X(9).
          05 AP-APPLIED-DATE      PIC 9(8).
          05 AP-APPLIED-TIME      PIC 9(6).

       FD REPORT-FILE
          RECORD CONTAINS 90 CHARACTERS.

          05 WS-REJECT-COUNT      PIC 9(6)    VALUE 0.
          05 WS-UNITS-MOVED       PIC 9(8)    VALUE 0.

       01 BATCH-CONTROL-FIELDS.
          05 BC-EOF-FLAG          PIC X     VALUE 'N'.
          05 AP-EOF-FLAG          PIC X     VALUE 'N'.
          05 WS-APPROVAL-STATUS   PIC XX.
          05 WS-BATCH-FILE-NAME   PIC X(16) VALUE 'PR4XFERAPP.TXT'.
          05 WS-BATCH-STATE       PIC X     VALUE ' '.
             88 BATCH-ACCEPTED              VALUE 'A'.
             88 BATCH-REFUSED               VALUE 'R'.
          05 WS-BATCH-REASON      PIC X(24) VALUE SPACES.
          05 WS-BATCH-REC-COUNT   PIC 9(6)  VALUE 0.
          05 WS-HDR-FOUND         PIC X     VALUE 'N'.
          05 WS-TRL-FOUND         PIC X     VALUE 'N'.
          05 WS-OUT-OF-PLACE-CNT  PIC 9(6)  VALUE 0.
          05 WS-DETAIL-COUNT      PIC 9(6)  VALUE 0.
          05 WS-DETAIL-HASH       PIC 9(9)  VALUE 0.
          05 WS-BATCH-APPROVER    PIC X(8)  VALUE SPACES.
          05 WS-BATCH-DATE-X      PIC X(8)  VALUE SPACES.
          05 WS-BATCH-DATE REDEFINES WS-BATCH-DATE-X
                                  PIC 9(8).
          05 WS-BATCH-NUMBER-X    PIC X(6)  VALUE SPACES.
          05 WS-BATCH-NUMBER REDEFINES WS-BATCH-NUMBER-X
                                  PIC 9(6).
          05 WS-TRL-COUNT-X       PIC X(6)  VALUE SPACES.
          05 WS-TRL-COUNT REDEFINES WS-TRL-COUNT-X
                                  PIC 9(6).
          05 WS-TRL-HASH-X        PIC X(9)  VALUE SPACES.
          05 WS-TRL-HASH REDEFINES WS-TRL-HASH-X
                                  PIC 9(9).
          05 WS-TODAY-INT         PIC 9(7).
          05 WS-BATCH-INT         PIC 9(7).
          05 WS-BATCH-AGE-DAYS    PIC S9(7).

       01 PAGE-HEADING-1.
          05 PIC X(34) VALUE SPACES.
          05 PIC X(11) VALUE 'FIREFLY LTD'.
          05 TL-LABEL             PIC X(26).
          05 TL-COUNT             PIC ZZZ,ZZ9.

       01 BATCH-LINE.
          05                      PIC X(5) VALUE SPACES.
          05                      PIC X(6) VALUE 'BATCH '.
          05 BL-BATCH-NUMBER      PIC X(6).
          05                      PIC X(7) VALUE ' DATED '.
          05 BL-BATCH-DATE        PIC X(8).
          05                      PIC X(4) VALUE ' BY '.
          05 BL-APPROVER          PIC X(8).
          05                      PIC X(2) VALUE SPACES.
          05 BL-STATUS            PIC X(8).
          05                      PIC X    VALUE SPACE.
          05 BL-REASON            PIC X(24).

       01 WS-HOLD-LINE            PIC X(90).

      ********************PROCEDURE DIVISION**************************
          PERFORM 005-LOG-RUN-START
          MOVE FUNCTION CURRENT-DATE TO WS-DATE
          PERFORM 009-GET-THRESHOLD
          PERFORM 011-CHECK-XFER-BATCH
          PERFORM 025-HOUSEKEEPING
          IF BATCH-ACCEPTED
             PERFORM 050-READ-ROUTINE
          END-IF
          PERFORM 400-PRINT-FINAL-TOTALS
          PERFORM 450-RECORD-APPROVAL
          PERFORM 500-FINAL-ROUTINE
       .

          CLOSE THRESHOLD-FILE
       .

      * THE TRANSFER BATCH IS PASSED ONCE FOR ITS CONTROLS BEFORE
      * ANY TRANSFER IS APPLIED, SO A REFUSED BATCH MOVES NO STOCK.
       011-CHECK-XFER-BATCH.
          MOVE FUNCTION INTEGER-OF-DATE(WS-LOG-DATE)
             TO WS-TODAY-INT
          OPEN INPUT XFER-FILE
          PERFORM UNTIL BC-EOF-FLAG = 'Y'
             READ XFER-FILE
                AT END
                   MOVE 'Y' TO BC-EOF-FLAG
                NOT AT END
                   PERFORM 012-TALLY-BATCH-RECORD
             END-READ
          END-PERFORM
          PERFORM 013-EDIT-BATCH-CONTROLS
          CLOSE XFER-FILE
       .

       012-TALLY-BATCH-RECORD.
          ADD 1 TO WS-BATCH-REC-COUNT
          EVALUATE TRUE
             WHEN WS-TRL-FOUND = 'Y'
                ADD 1 TO WS-OUT-OF-PLACE-CNT
             WHEN BH-RECORD-TYPE = 'HDR'
                IF WS-BATCH-REC-COUNT = 1
                   MOVE 'Y' TO WS-HDR-FOUND
                   MOVE BH-APPROVER-ID TO WS-BATCH-APPROVER
                   MOVE BH-BATCH-DATE-X TO WS-BATCH-DATE-X
                   MOVE BH-BATCH-NUMBER-X TO WS-BATCH-NUMBER-X
                ELSE
                   ADD 1 TO WS-OUT-OF-PLACE-CNT
                END-IF
             WHEN BT-RECORD-TYPE = 'TRL'
                MOVE 'Y' TO WS-TRL-FOUND
                MOVE BT-RECORD-COUNT-X TO WS-TRL-COUNT-X
                MOVE BT-HASH-TOTAL-X TO WS-TRL-HASH-X
             WHEN OTHER
                ADD 1 TO WS-DETAIL-COUNT
                IF XA-QTY-X IS NUMERIC
                   ADD XA-QTY TO WS-DETAIL-HASH
                END-IF
          END-EVALUATE
       .

      * A BATCH DATED MORE THAN SEVEN DAYS BEFORE THE RUN IS LAST
      * WEEK S FILE LEFT IN PLACE.
       013-EDIT-BATCH-CONTROLS.
          IF WS-BATCH-DATE-X IS NUMERIC AND WS-BATCH-DATE > 0
             MOVE FUNCTION INTEGER-OF-DATE(WS-BATCH-DATE)
                TO WS-BATCH-INT
             SUBTRACT WS-BATCH-INT FROM WS-TODAY-INT
                GIVING WS-BATCH-AGE-DAYS
          ELSE
             MOVE 9999 TO WS-BATCH-AGE-DAYS
          END-IF
          EVALUATE TRUE
             WHEN WS-HDR-FOUND NOT = 'Y'
                MOVE 'NO BATCH HEADER' TO WS-BATCH-REASON
             WHEN WS-TRL-FOUND NOT = 'Y'
                MOVE 'NO BATCH TRAILER' TO WS-BATCH-REASON
             WHEN WS-OUT-OF-PLACE-CNT > 0
                MOVE 'RECORDS OUT OF SEQUENCE' TO WS-BATCH-REASON
             WHEN WS-BATCH-APPROVER = SPACES
                MOVE 'NO APPROVER ID' TO WS-BATCH-REASON
             WHEN WS-BATCH-NUMBER-X IS NOT NUMERIC
                OR WS-BATCH-NUMBER = 0
                MOVE 'INVALID BATCH NUMBER' TO WS-BATCH-REASON
             WHEN WS-TRL-COUNT-X IS NOT NUMERIC
                OR WS-TRL-HASH-X IS NOT NUMERIC
                OR WS-TRL-COUNT NOT = WS-DETAIL-COUNT
                OR WS-TRL-HASH NOT = WS-DETAIL-HASH
                MOVE 'TRAILER OUT OF BALANCE' TO WS-BATCH-REASON
             WHEN WS-BATCH-AGE-DAYS < 0
                MOVE 'BATCH DATE IN FUTURE' TO WS-BATCH-REASON
             WHEN WS-BATCH-AGE-DAYS > 7
                MOVE 'BATCH DATE STALE' TO WS-BATCH-REASON
             WHEN OTHER
                PERFORM 014-CHECK-APPROVALS-LEDGER
          END-EVALUATE
          IF WS-BATCH-REASON = SPACES
             MOVE 'A' TO WS-BATCH-STATE
          ELSE
             MOVE 'R' TO WS-BATCH-STATE
             MOVE 8 TO RETURN-CODE
             DISPLAY WS-BATCH-FILE-NAME ' BATCH REFUSED - '
                WS-BATCH-REASON
          END-IF
       .

       014-CHECK-APPROVALS-LEDGER.
          OPEN INPUT APPROVAL-FILE
          IF WS-APPROVAL-STATUS = '00'
             PERFORM UNTIL AP-EOF-FLAG = 'Y'
                READ APPROVAL-FILE
                   AT END
                      MOVE 'Y' TO AP-EOF-FLAG
                   NOT AT END
                      IF AP-FILE-NAME = WS-BATCH-FILE-NAME
                         AND AP-BATCH-NUMBER = WS-BATCH-NUMBER
                         MOVE 'BATCH ALREADY APPLIED'
                            TO WS-BATCH-REASON
                      END-IF
                END-READ
             END-PERFORM
          END-IF
          CLOSE APPROVAL-FILE
       .

       025-HOUSEKEEPING.
          OPEN INPUT  XFER-FILE
               I-O    MERGED-FILE
                AT END
                   MOVE 'Y' TO EOF-FLAG
                NOT AT END
                   IF BH-RECORD-TYPE NOT = 'HDR'
                      AND BT-RECORD-TYPE NOT = 'TRL'
                      PERFORM 100-PROCESS-ONE-TRANSFER
                   END-IF
             END-READ
          END-PERFORM
       .
          MOVE WS-UNITS-MOVED TO TL-COUNT
          MOVE TOTAL-LINE TO REPORT-RECORD
          PERFORM 150-WRITE-A-LINE
          PERFORM 410-PRINT-BATCH-LINE
       .

       410-PRINT-BATCH-LINE.
          MOVE WS-BATCH-NUMBER-X TO BL-BATCH-NUMBER
          MOVE WS-BATCH-DATE-X TO BL-BATCH-DATE
          MOVE WS-BATCH-APPROVER TO BL-APPROVER
          IF BATCH-ACCEPTED
             MOVE 'ACCEPTED' TO BL-STATUS
          ELSE
             MOVE 'REFUSED' TO BL-STATUS
          END-IF
          MOVE WS-BATCH-REASON TO BL-REASON
          MOVE BATCH-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 150-WRITE-A-LINE
       .

       450-RECORD-APPROVAL.
          IF BATCH-ACCEPTED
             OPEN EXTEND APPROVAL-FILE
             MOVE FUNCTION CURRENT-DATE TO WS-LOG-STAMP
             MOVE WS-BATCH-FILE-NAME TO AP-FILE-NAME
             MOVE WS-BATCH-NUMBER TO AP-BATCH-NUMBER
             MOVE WS-BATCH-DATE TO AP-BATCH-DATE
             MOVE WS-BATCH-APPROVER TO AP-APPROVER-ID
             MOVE WS-DETAIL-COUNT TO AP-RECORD-COUNT
             MOVE WS-DETAIL-HASH TO AP-HASH-TOTAL
             MOVE 'PROGRAM15' TO AP-PROGRAM
             MOVE WS-LOG-DATE TO AP-APPLIED-DATE
             MOVE WS-LOG-TIME TO AP-APPLIED-TIME
             WRITE APPROVAL-RECORD
             CLOSE APPROVAL-FILE
          END-IF
       .

       490-LOG-RUN-END.
