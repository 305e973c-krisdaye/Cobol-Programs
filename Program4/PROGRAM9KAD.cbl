      * FILE FOR THE NEXT CORRECTION CYCLE. A REGISTER PRINTS THE
      * DISPOSITION OF EVERY REJECTED RECORD AND FLAGS CORRECTION
      * TRANSACTIONS THAT MATCHED NOTHING.
      * THE CORRECTION FILE IS KEYED BY HAND, SO IT CARRIES A BATCH
      * HEADER (APPROVER ID, BATCH DATE, BATCH NUMBER) AND A TRAILER
      * (RECORD COUNT, HASH TOTAL). THE WHOLE BATCH IS REFUSED WHEN
      * THE TRAILER DOES NOT BALANCE, THE BATCH DATE IS STALE, OR
      * THE BATCH NUMBER IS ALREADY IN THE APPROVALS LEDGER; NO
      * CORRECTION IS THEN APPLIED AND EVERY REJECT STAYS
      * OUTSTANDING. AN ACCEPTED BATCH IS ADDED TO THE LEDGER.
      ****************************************************************
      * INPUT FILES:
      * 1. PR4WHMAST.TXT - LIST OF VALID WAREHOUSE IDS
      *    AS WRITTEN BY THE INVENTORY RUN
      * 3. PR4CORRECT.TXT - CORRECTION TRANSACTIONS: BAD WAREHOUSE
      *    ID, VENDOR ID, COSTUME ID, CORRECTED WAREHOUSE ID
      *    BETWEEN A HDR RECORD AND A TRL RECORD. THERE IS NO
      *    QUANTITY ON THE FILE, SO THE TRAILER HASH TOTAL MUST BE
      *    ZERO.
      * 4. APPROVALS.TXT (OPTIONAL) - APPROVALS LEDGER, CHECKED FOR
      *    A BATCH NUMBER ALREADY APPLIED
      ****************************************************************
      * OUTPUT FILES:
      * 1. merged-file.txt - CORRECTED RECORDS ARE INSERTED BY KEY
      * 2. PR4REJECTS-OUTSTANDING.TXT - RECORDS STILL UNRESOLVED
      * 3. CORRECTION-REGISTER-KAD - PRINTED DISPOSITION REGISTER
      * 4. APPROVALS.TXT - ONE RECORD APPENDED FOR AN ACCEPTED
      *    CORRECTION BATCH
      ****************************************************************
      * MODIFICATION HISTORY:
      * MODIFIED 2026-10-15: (KAD) THE CORRECTION FILE NOW CARRIES A
      *   BATCH HEADER AND TRAILER. A BATCH THAT DOES NOT BALANCE,
      *   IS STALE OR WAS ALREADY APPLIED IS REFUSED WITH RETURN
      *   CODE 8, AND AN ACCEPTED BATCH IS RECORDED IN THE APPROVALS
      *   LEDGER APPROVALS.TXT
      * MODIFIED 2026-09-02: (KAD) START AND END RECORDS ARE NOW
      *   WRITTEN TO THE SHARED RUN LOG RUNLOG.TXT FOR THE BATCH
      *   STATUS RUN
       SELECT OUTSTANDING-FILE
          ASSIGN TO "PR4REJECTS-OUTSTANDING.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT OPTIONAL APPROVAL-FILE
          ASSIGN TO "APPROVALS.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPROVAL-STATUS.
      *
       SELECT REPORT-FILE
          ASSIGN TO "CORRECTION-REGISTER-KAD".
       01 WAREHOUSE-MASTER-RECORD PIC X(4).

       FD CORRECTION-FILE
          RECORD CONTAINS 12 TO 25 CHARACTERS.

       01 CORRECTION-RECORD.
          05 CR-OLD-WH-ID           PIC X(4).
          05 CR-COST-ID             PIC X(3).
          05 CR-NEW-WH-ID           PIC X(4).

       01 CORRECTION-HEADER-RECORD.
          05 BH-RECORD-TYPE         PIC X(3).
          05 BH-APPROVER-ID         PIC X(8).
          05 BH-BATCH-DATE-X        PIC X(8).
          05 BH-BATCH-NUMBER-X      PIC X(6).

       01 CORRECTION-TRAILER-RECORD.
          05 BT-RECORD-TYPE         PIC X(3).
          05 BT-RECORD-COUNT-X      PIC X(6).
          05 BT-HASH-TOTAL-X        PIC X(9).

       FD MERGED-FILE.
       01 INVEN-REPORT-IN.
          05 MERGED-KEY.

       01 OUTSTANDING-RECORD      PIC X(128).

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
          RECORD CONTAINS 80 CHARACTERS.

          05 WS-OPEN-COUNT        PIC 9(6)    VALUE 0.
          05 WS-UNUSED-COUNT      PIC 9(6)    VALUE 0.

       01 BATCH-CONTROL-FIELDS.
          05 BC-EOF-FLAG          PIC X     VALUE 'N'.
          05 AP-EOF-FLAG          PIC X     VALUE 'N'.
          05 WS-APPROVAL-STATUS   PIC XX.
          05 WS-BATCH-FILE-NAME   PIC X(16) VALUE 'PR4CORRECT.TXT'.
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

       01 WH-TABLE.
          05 WH-ITEM OCCURS 1 TO 50 TIMES
                DEPENDING ON WS-WH-COUNT
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

       01 WS-HOLD-LINE            PIC X(80).

      ********************PROCEDURE DIVISION**************************
          PERFORM 005-LOG-RUN-START
          MOVE FUNCTION CURRENT-DATE TO WS-DATE
          PERFORM 007-LOAD-WAREHOUSE-MASTER
          PERFORM 011-CHECK-CORRECTION-BATCH
          IF BATCH-ACCEPTED
             PERFORM 010-LOAD-CORRECTIONS
          END-IF
          PERFORM 025-HOUSEKEEPING
          PERFORM 050-PROCESS-ALL-WAREHOUSES
          PERFORM 350-LIST-UNUSED-CORRECTIONS
          PERFORM 400-PRINT-FINAL-TOTALS
          PERFORM 450-RECORD-APPROVAL
          PERFORM 500-FINAL-ROUTINE
       .

             READ CORRECTION-FILE
                AT END MOVE 'Y' TO CR-EOF-FLAG
                NOT AT END
                   IF BH-RECORD-TYPE = 'HDR'
                      OR BT-RECORD-TYPE = 'TRL'
                      CONTINUE
                   ELSE
                      IF WS-CORR-COUNT < 200
                         ADD 1 TO WS-CORR-COUNT
                         MOVE CR-OLD-WH-ID
                            TO CT-OLD-WH-ID(WS-CORR-COUNT)
                         MOVE CR-VEN-ID TO CT-VEN-ID(WS-CORR-COUNT)
                         MOVE CR-COST-ID TO CT-COST-ID(WS-CORR-COUNT)
                         MOVE CR-NEW-WH-ID
                            TO CT-NEW-WH-ID(WS-CORR-COUNT)
                         MOVE ' ' TO CT-USED(WS-CORR-COUNT)
                      ELSE
                         ADD 1 TO WS-CORR-SKIPPED
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          CLOSE CORRECTION-FILE
       .

      * THE CORRECTION BATCH IS PASSED ONCE FOR ITS CONTROLS BEFORE
      * ANY CORRECTION IS LOADED, SO A REFUSED BATCH APPLIES NOTHING.
       011-CHECK-CORRECTION-BATCH.
          MOVE FUNCTION INTEGER-OF-DATE(WS-LOG-DATE)
             TO WS-TODAY-INT
          OPEN INPUT CORRECTION-FILE
          PERFORM UNTIL BC-EOF-FLAG = 'Y'
             READ CORRECTION-FILE
                AT END
                   MOVE 'Y' TO BC-EOF-FLAG
                NOT AT END
                   PERFORM 012-TALLY-BATCH-RECORD
             END-READ
          END-PERFORM
          PERFORM 013-EDIT-BATCH-CONTROLS
          CLOSE CORRECTION-FILE
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
          OPEN I-O    MERGED-FILE
               OUTPUT REPORT-FILE
             MOVE TOTAL-LINE TO REPORT-RECORD
             PERFORM 150-WRITE-A-LINE
          END-IF
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
             MOVE 'PROGRAM9 ' TO AP-PROGRAM
             MOVE WS-LOG-DATE TO AP-APPLIED-DATE
             MOVE WS-LOG-TIME TO AP-APPLIED-TIME
             WRITE APPROVAL-RECORD
             CLOSE APPROVAL-FILE
          END-IF
       .

       490-LOG-RUN-END.
