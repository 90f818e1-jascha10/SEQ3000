       IDENTIFICATION DIVISION.

       PROGRAM-ID.  SEQ3210.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT KEYTRAN  ASSIGN TO KEYTRAN
                           FILE STATUS IS KEYTRAN-FILE-STATUS.
           SELECT RECYTRAN  ASSIGN TO RECYTRAN
                           FILE STATUS IS RECYTRAN-FILE-STATUS.
           SELECT CARRYFWD  ASSIGN TO CARRYFWD
                           FILE STATUS IS CARRYFWD-FILE-STATUS.
           SELECT TRANIN  ASSIGN TO TRANIN
                           FILE STATUS IS TRANIN-FILE-STATUS.
           SELECT XFRTRAN  ASSIGN TO XFRTRAN
                           FILE STATUS IS XFRTRAN-FILE-STATUS.
           SELECT RUNCTL  ASSIGN TO RUNCTL
                           FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT EMPTRAN  ASSIGN TO EMPTRAN
                           FILE STATUS IS EMPTRAN-FILE-STATUS.
           SELECT BATCHREJ  ASSIGN TO BATCHREJ
                           FILE STATUS IS BATCHREJ-FILE-STATUS.
           SELECT BATCHRPT  ASSIGN TO BATCHRPT
                           FILE STATUS IS BATCHRPT-FILE-STATUS.
           SELECT RUNHIST  ASSIGN TO RUNHIST
                           FILE STATUS IS RUNHIST-FILE-STATUS.
           SELECT SORT-FILE  ASSIGN TO SORTWK01.

       DATA DIVISION.

       FILE SECTION.

       FD  KEYTRAN.

       01  KEYED-TRANSACTION-RECORD    PIC X(148).

       01  BATCH-HEADER-RECORD.
           05  BH-RECORD-TYPE          PIC X.
               88  BATCH-HEADER                VALUE "H".
               88  BATCH-TRAILER               VALUE "T".
           05  BH-BATCH-NO             PIC X(6).
           05  BH-BATCH-DATE           PIC 9(8).
           05  BH-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(125).

       01  BATCH-TRAILER-RECORD.
           05  BT-RECORD-TYPE          PIC X.
           05  BT-BATCH-NO             PIC X(6).
           05  BT-RECORD-COUNT         PIC 9(7).
           05  BT-QTY-HASH             PIC S9(11).
           05  BT-ITEM-HASH            PIC 9(13).
           05  FILLER                  PIC X(110).

       FD  RECYTRAN.

       01  RECYCLED-TRANSACTION        PIC X(148).

       FD  CARRYFWD.

       01  CARRY-FORWARD-RECORD        PIC X(148).

       FD  TRANIN.

       01  TRANSFER-IN-RECORD          PIC X(148).

       FD  XFRTRAN.

       01  TRANSFER-TRANSACTION        PIC X(148).

       FD  RUNCTL.

       01  RUN-CONTROL-RECORD.
           05  RN-RUN-DATE             PIC 9(8).
           05  RN-PROOF-FLAG           PIC X.
           05  RN-RECORDS-READ         PIC 9(7).
           05  RN-RECORDS-WRITTEN      PIC 9(7).
           05  RN-ADDS                 PIC 9(7).
           05  RN-CHANGES              PIC 9(7).
           05  RN-DELETES              PIC 9(7).
           05  RN-RECEIPTS             PIC 9(7).
           05  RN-ISSUES               PIC 9(7).
           05  RN-ORDERS               PIC 9(7).
           05  RN-COUNTS               PIC 9(7).
           05  RN-TRANSFERS            PIC 9(7).
           05  RN-TRANSFERS-IN         PIC 9(7).
           05  RN-COST-VARIANCES       PIC 9(7).
           05  RN-CARRIED-FORWARD      PIC 9(7).
           05  FILLER                  PIC X(49).
           05  RN-TRANIN-WRITTEN       PIC 9(7).

       FD  EMPTRAN.

       01  TRANSACTION-RECORD          PIC X(148).

       FD  BATCHREJ.

       01  REJECTED-BATCH-RECORD       PIC X(148).

       FD  BATCHRPT.

       01  PRINT-AREA                  PIC X(132).

       FD  RUNHIST.

       01  RUN-HISTORY-RECORD.
           05  RH-PROGRAM-ID           PIC X(8).
           05  RH-RUN-DATE             PIC 9(8).
           05  RH-START-TIME           PIC 9(8).
           05  RH-END-TIME             PIC 9(8).
           05  RH-RETURN-CODE          PIC 9(4).
           05  RH-PROOF-FLAG           PIC X.
           05  RH-RESTART-FLAG         PIC X.
           05  RH-NEWEMP-READ-FLAG     PIC X.
           05  RH-NEWEMP-RUN-DATE      PIC 9(8).
           05  RH-COUNT-ENTRY          OCCURS 4 TIMES.
               10  RH-COUNT-LABEL      PIC X(10).
               10  RH-COUNT            PIC 9(9).
           05  FILLER                  PIC X(27).

       SD  SORT-FILE.

       01  SORT-RECORD.
           05  SR-TRANSACTION-KEY.
               10  SR-ITEM-NO          PIC X(5).
               10  SR-LOCATION         PIC X(2).
           05  SR-POSTING-BRACKET      PIC X.
           05  SR-TRANSACTION-DATE     PIC X(8).
           05  SR-ACTIVITY-CLASS       PIC X.
           05  SR-INPUT-SEQUENCE       PIC 9(7).
           05  SR-TRANSACTION-DATA     PIC X(148).

       WORKING-STORAGE SECTION.

       01  SWITCHES.
           05  ALL-KEYED-READ-SWITCH           PIC X   VALUE "N".
               88  ALL-KEYED-READ                      VALUE "Y".
           05  ALL-SOURCE-READ-SWITCH          PIC X   VALUE "N".
               88  ALL-SOURCE-READ                     VALUE "Y".
           05  ALL-SORTED-PROCESSED-SWITCH     PIC X   VALUE "N".
               88  ALL-SORTED-PROCESSED                VALUE "Y".
           05  IN-BATCH-SWITCH                 PIC X   VALUE "N".
               88  IN-BATCH                            VALUE "Y".
           05  DUPLICATE-BATCH-SWITCH          PIC X   VALUE "N".
               88  DUPLICATE-BATCH                     VALUE "Y".
           05  RUNCTL-MISSING-SWITCH           PIC X   VALUE "N".
               88  RUNCTL-MISSING                      VALUE "Y".
           05  FATAL-ERROR-SWITCH              PIC X   VALUE "N".
               88  FATAL-ERROR                         VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  KEYTRAN-FILE-STATUS    PIC XX.
               88  KEYTRAN-SUCCESSFUL         VALUE "00".
           05  RECYTRAN-FILE-STATUS   PIC XX.
               88  RECYTRAN-SUCCESSFUL        VALUE "00".
           05  CARRYFWD-FILE-STATUS   PIC XX.
               88  CARRYFWD-SUCCESSFUL        VALUE "00".
           05  TRANIN-FILE-STATUS     PIC XX.
               88  TRANIN-SUCCESSFUL          VALUE "00".
           05  XFRTRAN-FILE-STATUS    PIC XX.
               88  XFRTRAN-SUCCESSFUL         VALUE "00".
           05  RUNCTL-FILE-STATUS     PIC XX.
               88  RUNCTL-SUCCESSFUL          VALUE "00".
           05  EMPTRAN-FILE-STATUS    PIC XX.
               88  EMPTRAN-SUCCESSFUL         VALUE "00".
           05  BATCHREJ-FILE-STATUS   PIC XX.
               88  BATCHREJ-SUCCESSFUL        VALUE "00".
           05  BATCHRPT-FILE-STATUS   PIC XX.
               88  BATCHRPT-SUCCESSFUL        VALUE "00".
           05  RUNHIST-FILE-STATUS    PIC XX.
               88  RUNHIST-SUCCESSFUL         VALUE "00".

       01  RUN-HISTORY-FIELDS.
           05  START-TIME              PIC 9(8)        VALUE ZERO.

       01  MAINTENANCE-TRANSACTION.
           05  MT-TRANSACTION-CODE     PIC X.
               88  DELETE-RECORD               VALUE "1".
               88  ADD-RECORD                  VALUE "2".
               88  CHANGE-RECORD               VALUE "3".
               88  RECEIPT-RECORD              VALUE "4".
               88  ISSUE-RECORD                VALUE "5".
               88  ORDER-PLACED-RECORD         VALUE "6".
               88  COUNT-RECORD                VALUE "7".
               88  TRANSFER-RECORD             VALUE "8".
               88  TRANSFER-IN-RECORD-TYPE     VALUE "9".
           05  MT-MASTER-DATA.
               10  MT-ITEM-NO          PIC X(5).
               10  MT-ITEM-NO-N        REDEFINES MT-ITEM-NO
                                       PIC 9(5).
               10  MT-ITEM-DESC        PIC X(40).
               10  MT-UNIT-COST        PIC S9(3)V99.
               10  MT-UNIT-PRICE       PIC S9(3)V99.
               10  MT-REORDER-POINT    PIC S9(5).
               10  MT-RECEIPT-QTY      PIC S9(5).
               10  MT-ISSUE-QTY        PIC S9(5).
           05  MT-CYCLE-COUNT          PIC 9(2).
           05  MT-TRANSACTION-DATE     PIC 9(8).
           05  MT-TRANSACTION-DATE-X   REDEFINES MT-TRANSACTION-DATE
                                       PIC X(8).
           05  MT-EFFECTIVE-DATE       PIC 9(8).
           05  MT-LOCATION             PIC X(2).
           05  MT-TO-LOCATION          PIC X(2).
           05  MT-CUSTOMER-NO          PIC X(6).
           05  MT-CUSTOMER-ORDER-NO    PIC X(8).
           05  MT-CUSTOMER-ORDER-DATE  PIC 9(8).
           05  MT-PO-NUMBER            PIC 9(6).
           05  MT-OPERATOR-ID          PIC X(8).
           05  MT-LOT-NUMBER           PIC X(10).
           05  MT-LOT-EXPIRY-DATE      PIC X(8).
           05  MT-LOT-CONTROL-FLAG     PIC X.

       01  BATCH-TABLE-FIELDS.
           05  BATCH-COUNT             PIC S9(4)   COMP    VALUE ZERO.
           05  BATCH-MAX               PIC S9(4)   COMP    VALUE +200.
           05  BATCH-SUB               PIC S9(4)   COMP    VALUE ZERO.
           05  BATCH-CHECK-SUB         PIC S9(4)   COMP    VALUE ZERO.
           05  BATCH-ENTRY             OCCURS 200 TIMES.
               10  BE-BATCH-NO         PIC X(6).
               10  BE-BATCH-DATE       PIC 9(8).
               10  BE-OPERATOR-ID      PIC X(8).
               10  BE-RECORD-COUNT     PIC 9(7).
               10  BE-QTY-HASH         PIC S9(11).
               10  BE-ITEM-HASH        PIC 9(13).
               10  BE-CTL-RECORD-COUNT PIC 9(7).
               10  BE-CTL-QTY-HASH     PIC S9(11).
               10  BE-CTL-ITEM-HASH    PIC 9(13).
               10  BE-ACCEPTED-FLAG    PIC X.
                   88  BE-ACCEPTED             VALUE "Y".
               10  BE-STATUS           PIC X(20).

       01  SOURCE-TABLE-FIELDS.
           05  SOURCE-COUNT            PIC S9(4)   COMP    VALUE +4.
           05  SOURCE-SUB              PIC S9(4)   COMP    VALUE ZERO.
           05  SOURCE-ENTRY            OCCURS 4 TIMES.
               10  SE-SOURCE-NAME      PIC X(8).
               10  SE-RECORD-COUNT     PIC 9(7).
               10  SE-QTY-HASH         PIC S9(11).
               10  SE-ITEM-HASH        PIC 9(13).
               10  SE-CTL-FLAG         PIC X.
                   88  SE-HAS-CONTROL          VALUE "Y".
               10  SE-CTL-RECORD-COUNT PIC 9(7).
               10  SE-STATUS           PIC X(20).

       01  HASH-WORK-FIELDS.
           05  HASH-QTY-AMOUNT         PIC S9(7)       VALUE ZERO.
           05  HASH-ITEM-AMOUNT        PIC 9(5)        VALUE ZERO.
           05  INPUT-SEQUENCE          PIC 9(7)        VALUE ZERO.

       01  PRINT-CONTROL-FIELDS.
           05  LINE-COUNT              PIC S9(3)       VALUE +999.
           05  LINES-PER-PAGE          PIC S9(3)       VALUE +55.
           05  PAGE-NUMBER             PIC S9(5)       VALUE ZERO.
           05  RUN-DATE                PIC 9(8)        VALUE ZERO.
           05  RUN-DATE-PARTS          REDEFINES RUN-DATE.
               10  RUN-DATE-CCYY       PIC 9(4).
               10  RUN-DATE-MM         PIC 9(2).
               10  RUN-DATE-DD         PIC 9(2).

       01  REPORT-TOTALS.
           05  RT-BATCHES-ACCEPTED     PIC 9(7)        VALUE ZERO.
           05  RT-BATCHES-REJECTED     PIC 9(7)        VALUE ZERO.
           05  RT-KEYED-ACCEPTED       PIC 9(7)        VALUE ZERO.
           05  RT-KEYED-REJECTED       PIC 9(7)        VALUE ZERO.
           05  RT-UNBATCHED-RECORDS    PIC 9(7)        VALUE ZERO.
           05  RT-SOURCE-WARNINGS      PIC 9(7)        VALUE ZERO.
           05  RT-RECORDS-RELEASED     PIC 9(7)        VALUE ZERO.
           05  RT-RECORDS-WRITTEN      PIC 9(7)        VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(7)    VALUE "SEQ3210".
           05  FILLER                  PIC X(13)   VALUE SPACES.
           05  FILLER                  PIC X(35)   VALUE
                   "EMPTRAN BATCH BALANCING REPORT".
           05  FILLER                  PIC X(5)    VALUE "DATE ".
           05  HDG1-MM                 PIC 9(2).
           05  FILLER                  PIC X       VALUE "/".
           05  HDG1-DD                 PIC 9(2).
           05  FILLER                  PIC X       VALUE "/".
           05  HDG1-CCYY               PIC 9(4).
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(5)    VALUE "PAGE ".
           05  HDG1-PAGE               PIC ZZZZ9.
           05  FILLER                  PIC X(47)   VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                  PIC X(9)    VALUE "SOURCE".
           05  FILLER                  PIC X(7)    VALUE "BATCH".
           05  FILLER                  PIC X(9)    VALUE "OPERATOR".
           05  FILLER                  PIC X(9)    VALUE "RECORDS".
           05  FILLER                  PIC X(9)    VALUE "CONTROL".
           05  FILLER                  PIC X(16)   VALUE
                   "       QTY HASH".
           05  FILLER                  PIC X(16)   VALUE
                   "    CONTROL QTY".
           05  FILLER                  PIC X(18)   VALUE
                   "        ITEM HASH".
           05  FILLER                  PIC X(19)   VALUE
                   "     CONTROL ITEM".
           05  FILLER                  PIC X(20)   VALUE "STATUS".

       01  BALANCE-DETAIL-LINE.
           05  BDL-SOURCE-NAME         PIC X(8).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  BDL-BATCH-NO            PIC X(6).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  BDL-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  BDL-RECORD-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  BDL-CTL-RECORD-COUNT    PIC ZZZ,ZZ9.
           05  BDL-CTL-RECORD-COUNT-X  REDEFINES BDL-CTL-RECORD-COUNT
                                       PIC X(7).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  BDL-QTY-HASH            PIC ZZ,ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  BDL-CTL-QTY-HASH        PIC ZZ,ZZZ,ZZZ,ZZ9-.
           05  BDL-CTL-QTY-HASH-X      REDEFINES BDL-CTL-QTY-HASH
                                       PIC X(15).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  BDL-ITEM-HASH           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  BDL-CTL-ITEM-HASH       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  BDL-CTL-ITEM-HASH-X     REDEFINES BDL-CTL-ITEM-HASH
                                       PIC X(17).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  BDL-STATUS              PIC X(20).

       01  GRAND-TOTAL-LINE.
           05  GTL-LABEL               PIC X(33).
           05  GTL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(90)   VALUE SPACES.

       01  RESULT-LINE.
           05  RSL-MESSAGE             PIC X(46).
           05  FILLER                  PIC X(86)   VALUE SPACES.

       PROCEDURE DIVISION.

       000-MERGE-TRANSACTION-SOURCES.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT START-TIME FROM TIME.
           PERFORM 100-INITIALIZE-SOURCE-TABLE.
           PERFORM 200-VALIDATE-KEYED-BATCHES.
           OPEN OUTPUT BATCHRPT.
           IF NOT FATAL-ERROR
               OPEN OUTPUT EMPTRAN
                           BATCHREJ
               SORT SORT-FILE
                   ON ASCENDING KEY SR-ITEM-NO
                                    SR-LOCATION
                                    SR-POSTING-BRACKET
                                    SR-TRANSACTION-DATE
                                    SR-ACTIVITY-CLASS
                                    SR-INPUT-SEQUENCE
                   INPUT PROCEDURE 300-RELEASE-ALL-SOURCES
                   OUTPUT PROCEDURE 400-WRITE-MERGED-EMPTRAN
               CLOSE EMPTRAN
                     BATCHREJ
               PERFORM 500-VERIFY-PRIOR-RUN-CONTROL.
           IF RT-RECORDS-WRITTEN NOT = RT-RECORDS-RELEASED
               DISPLAY "SEQ3210 RECORDS WRITTEN " RT-RECORDS-WRITTEN
                   " DO NOT MATCH RECORDS ACCEPTED "
                   RT-RECORDS-RELEASED
               SET FATAL-ERROR TO TRUE.
           PERFORM 700-PRINT-BATCH-LINES.
           PERFORM 900-PRINT-GRAND-TOTALS.
           CLOSE BATCHRPT.
           DISPLAY "SEQ3210 EMPTRAN MERGE CONTROL TOTALS".
           DISPLAY "  KEYED BATCHES ACCEPTED . . . . "
                   RT-BATCHES-ACCEPTED.
           DISPLAY "  KEYED BATCHES REJECTED . . . . "
                   RT-BATCHES-REJECTED.
           DISPLAY "  RECORDS REJECTED . . . . . . . "
                   RT-KEYED-REJECTED.
           DISPLAY "  RECORDS WRITTEN TO EMPTRAN . . "
                   RT-RECORDS-WRITTEN.
           IF FATAL-ERROR
               MOVE 12 TO RETURN-CODE
           ELSE IF RT-BATCHES-REJECTED > ZERO
                   OR RT-KEYED-REJECTED > ZERO
                   OR RT-SOURCE-WARNINGS > ZERO
               MOVE 8 TO RETURN-CODE.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.

       100-INITIALIZE-SOURCE-TABLE.

           MOVE "RECYTRAN" TO SE-SOURCE-NAME (1).
           MOVE "CARRYFWD" TO SE-SOURCE-NAME (2).
           MOVE "TRANIN" TO SE-SOURCE-NAME (3).
           MOVE "XFRTRAN" TO SE-SOURCE-NAME (4).
           PERFORM 110-CLEAR-SOURCE-ENTRY
               VARYING SOURCE-SUB FROM 1 BY 1
               UNTIL SOURCE-SUB > SOURCE-COUNT.

       110-CLEAR-SOURCE-ENTRY.

           MOVE ZERO TO SE-RECORD-COUNT (SOURCE-SUB)
                        SE-QTY-HASH (SOURCE-SUB)
                        SE-ITEM-HASH (SOURCE-SUB)
                        SE-CTL-RECORD-COUNT (SOURCE-SUB).
           MOVE "N" TO SE-CTL-FLAG (SOURCE-SUB).
           MOVE "ACCEPTED" TO SE-STATUS (SOURCE-SUB).

       200-VALIDATE-KEYED-BATCHES.

           OPEN INPUT KEYTRAN.
           PERFORM 210-CHECK-KEYED-RECORD
               UNTIL ALL-KEYED-READ.
           IF IN-BATCH
               MOVE "REJECTED - NO TRAILR" TO BE-STATUS (BATCH-COUNT)
               MOVE "N" TO IN-BATCH-SWITCH.
           CLOSE KEYTRAN.
           MOVE "N" TO ALL-KEYED-READ-SWITCH.

       210-CHECK-KEYED-RECORD.

           READ KEYTRAN INTO MAINTENANCE-TRANSACTION
               AT END
                   SET ALL-KEYED-READ TO TRUE
               NOT AT END
                   PERFORM 220-CLASSIFY-KEYED-RECORD.

       220-CLASSIFY-KEYED-RECORD.

           IF BATCH-HEADER
               PERFORM 230-START-KEYED-BATCH
           ELSE IF BATCH-TRAILER
               PERFORM 240-CHECK-BATCH-TRAILER
           ELSE IF IN-BATCH
               PERFORM 380-COMPUTE-HASH-AMOUNTS
               ADD 1 TO BE-RECORD-COUNT (BATCH-COUNT)
               ADD HASH-QTY-AMOUNT TO BE-QTY-HASH (BATCH-COUNT)
               ADD HASH-ITEM-AMOUNT TO BE-ITEM-HASH (BATCH-COUNT).

       230-START-KEYED-BATCH.

           IF IN-BATCH
               MOVE "REJECTED - NO TRAILR" TO BE-STATUS (BATCH-COUNT).
           IF BATCH-COUNT >= BATCH-MAX
               DISPLAY "BATCH TABLE FULL AT BATCH NUMBER " BH-BATCH-NO
               SET FATAL-ERROR TO TRUE
               SET ALL-KEYED-READ TO TRUE
           ELSE
               SET IN-BATCH TO TRUE
               MOVE "N" TO DUPLICATE-BATCH-SWITCH
               PERFORM 235-CHECK-DUPLICATE-BATCH
                   VARYING BATCH-CHECK-SUB FROM 1 BY 1
                   UNTIL BATCH-CHECK-SUB > BATCH-COUNT
                       OR DUPLICATE-BATCH
               ADD 1 TO BATCH-COUNT
               MOVE BH-BATCH-NO TO BE-BATCH-NO (BATCH-COUNT)
               MOVE BH-BATCH-DATE TO BE-BATCH-DATE (BATCH-COUNT)
               MOVE BH-OPERATOR-ID TO BE-OPERATOR-ID (BATCH-COUNT)
               MOVE ZERO TO BE-RECORD-COUNT (BATCH-COUNT)
                            BE-QTY-HASH (BATCH-COUNT)
                            BE-ITEM-HASH (BATCH-COUNT)
                            BE-CTL-RECORD-COUNT (BATCH-COUNT)
                            BE-CTL-QTY-HASH (BATCH-COUNT)
                            BE-CTL-ITEM-HASH (BATCH-COUNT)
               MOVE "N" TO BE-ACCEPTED-FLAG (BATCH-COUNT)
               IF DUPLICATE-BATCH
                   MOVE "REJECTED - DUPLICATE"
                       TO BE-STATUS (BATCH-COUNT)
               ELSE
                   MOVE SPACES TO BE-STATUS (BATCH-COUNT).

       235-CHECK-DUPLICATE-BATCH.

           IF BATCH-CHECK-SUB <= BATCH-COUNT
               IF BE-BATCH-NO (BATCH-CHECK-SUB) = BH-BATCH-NO
                   SET DUPLICATE-BATCH TO TRUE.

       240-CHECK-BATCH-TRAILER.

           IF IN-BATCH
               MOVE "N" TO IN-BATCH-SWITCH
               PERFORM 245-STORE-TRAILER-CONTROLS
               IF BE-STATUS (BATCH-COUNT) = SPACES
                   PERFORM 250-BALANCE-KEYED-BATCH.

       245-STORE-TRAILER-CONTROLS.

           IF BT-RECORD-COUNT NUMERIC
               MOVE BT-RECORD-COUNT
                   TO BE-CTL-RECORD-COUNT (BATCH-COUNT).
           IF BT-QTY-HASH NUMERIC
               MOVE BT-QTY-HASH TO BE-CTL-QTY-HASH (BATCH-COUNT).
           IF BT-ITEM-HASH NUMERIC
               MOVE BT-ITEM-HASH TO BE-CTL-ITEM-HASH (BATCH-COUNT).

       250-BALANCE-KEYED-BATCH.

           IF BT-BATCH-NO NOT = BE-BATCH-NO (BATCH-COUNT)
               MOVE "REJECTED - BATCH NO" TO BE-STATUS (BATCH-COUNT)
           ELSE IF BT-RECORD-COUNT NOT NUMERIC
                   OR BT-QTY-HASH NOT NUMERIC
                   OR BT-ITEM-HASH NOT NUMERIC
               MOVE "REJECTED - TRAILER" TO BE-STATUS (BATCH-COUNT)
           ELSE IF BE-RECORD-COUNT (BATCH-COUNT)
                   NOT = BE-CTL-RECORD-COUNT (BATCH-COUNT)
               MOVE "REJECTED - COUNT" TO BE-STATUS (BATCH-COUNT)
           ELSE IF BE-QTY-HASH (BATCH-COUNT)
                   NOT = BE-CTL-QTY-HASH (BATCH-COUNT)
               MOVE "REJECTED - QTY HASH" TO BE-STATUS (BATCH-COUNT)
           ELSE IF BE-ITEM-HASH (BATCH-COUNT)
                   NOT = BE-CTL-ITEM-HASH (BATCH-COUNT)
               MOVE "REJECTED - ITEM HASH" TO BE-STATUS (BATCH-COUNT)
           ELSE
               MOVE "ACCEPTED" TO BE-STATUS (BATCH-COUNT)
               SET BE-ACCEPTED (BATCH-COUNT) TO TRUE.

       300-RELEASE-ALL-SOURCES.

           PERFORM 310-RELEASE-KEYED-BATCHES.
           MOVE 1 TO SOURCE-SUB.
           OPEN INPUT RECYTRAN.
           MOVE "N" TO ALL-SOURCE-READ-SWITCH.
           PERFORM 320-RELEASE-RECYCLED-TRAN
               UNTIL ALL-SOURCE-READ.
           CLOSE RECYTRAN.
           MOVE 2 TO SOURCE-SUB.
           OPEN INPUT CARRYFWD.
           MOVE "N" TO ALL-SOURCE-READ-SWITCH.
           PERFORM 330-RELEASE-CARRY-FORWARD
               UNTIL ALL-SOURCE-READ.
           CLOSE CARRYFWD.
           MOVE 3 TO SOURCE-SUB.
           OPEN INPUT TRANIN.
           MOVE "N" TO ALL-SOURCE-READ-SWITCH.
           PERFORM 340-RELEASE-TRANSFER-IN
               UNTIL ALL-SOURCE-READ.
           CLOSE TRANIN.
           MOVE 4 TO SOURCE-SUB.
           OPEN INPUT XFRTRAN.
           MOVE "N" TO ALL-SOURCE-READ-SWITCH.
           PERFORM 350-RELEASE-PROPOSED-TRANSFER
               UNTIL ALL-SOURCE-READ.
           CLOSE XFRTRAN.

       310-RELEASE-KEYED-BATCHES.

           MOVE ZERO TO BATCH-SUB.
           MOVE "N" TO IN-BATCH-SWITCH.
           OPEN INPUT KEYTRAN.
           PERFORM 312-RELEASE-KEYED-RECORD
               UNTIL ALL-KEYED-READ.
           CLOSE KEYTRAN.

       312-RELEASE-KEYED-RECORD.

           READ KEYTRAN INTO MAINTENANCE-TRANSACTION
               AT END
                   SET ALL-KEYED-READ TO TRUE
               NOT AT END
                   PERFORM 314-ROUTE-KEYED-RECORD.

       314-ROUTE-KEYED-RECORD.

           IF BATCH-HEADER
               PERFORM 313-ROUTE-BATCH-HEADER
           ELSE IF BATCH-TRAILER
               PERFORM 315-ROUTE-BATCH-TRAILER
           ELSE IF NOT IN-BATCH
               ADD 1 TO RT-UNBATCHED-RECORDS
               ADD 1 TO RT-KEYED-REJECTED
               PERFORM 316-WRITE-REJECTED-RECORD
           ELSE IF NOT BE-ACCEPTED (BATCH-SUB)
               ADD 1 TO RT-KEYED-REJECTED
               PERFORM 316-WRITE-REJECTED-RECORD
           ELSE
               ADD 1 TO RT-KEYED-ACCEPTED
               IF MT-OPERATOR-ID = SPACES
                   MOVE BE-OPERATOR-ID (BATCH-SUB) TO MT-OPERATOR-ID
                   PERFORM 390-RELEASE-TRANSACTION
               ELSE
                   PERFORM 390-RELEASE-TRANSACTION.

       313-ROUTE-BATCH-HEADER.

           ADD 1 TO BATCH-SUB.
           SET IN-BATCH TO TRUE.
           IF BE-ACCEPTED (BATCH-SUB)
               ADD 1 TO RT-BATCHES-ACCEPTED
           ELSE
               PERFORM 316-WRITE-REJECTED-RECORD.

       315-ROUTE-BATCH-TRAILER.

           IF NOT IN-BATCH
               ADD 1 TO RT-KEYED-REJECTED
               PERFORM 316-WRITE-REJECTED-RECORD
           ELSE IF NOT BE-ACCEPTED (BATCH-SUB)
               MOVE "N" TO IN-BATCH-SWITCH
               PERFORM 316-WRITE-REJECTED-RECORD
           ELSE
               MOVE "N" TO IN-BATCH-SWITCH.

       316-WRITE-REJECTED-RECORD.

           WRITE REJECTED-BATCH-RECORD FROM KEYED-TRANSACTION-RECORD.
           IF NOT BATCHREJ-SUCCESSFUL
               DISPLAY "WRITE ERROR ON BATCHREJ FOR BATCH NUMBER "
                   BE-BATCH-NO (BATCH-SUB)
               DISPLAY "FILE STATUS CODE IS " BATCHREJ-FILE-STATUS
               SET FATAL-ERROR TO TRUE
               SET ALL-KEYED-READ TO TRUE.

       320-RELEASE-RECYCLED-TRAN.

           READ RECYTRAN INTO MAINTENANCE-TRANSACTION
               AT END
                   SET ALL-SOURCE-READ TO TRUE
               NOT AT END
                   PERFORM 360-RELEASE-SOURCE-RECORD.

       330-RELEASE-CARRY-FORWARD.

           READ CARRYFWD INTO MAINTENANCE-TRANSACTION
               AT END
                   SET ALL-SOURCE-READ TO TRUE
               NOT AT END
                   PERFORM 360-RELEASE-SOURCE-RECORD.

       340-RELEASE-TRANSFER-IN.

           READ TRANIN INTO MAINTENANCE-TRANSACTION
               AT END
                   SET ALL-SOURCE-READ TO TRUE
               NOT AT END
                   PERFORM 360-RELEASE-SOURCE-RECORD.

       350-RELEASE-PROPOSED-TRANSFER.

           READ XFRTRAN INTO MAINTENANCE-TRANSACTION
               AT END
                   SET ALL-SOURCE-READ TO TRUE
               NOT AT END
                   PERFORM 360-RELEASE-SOURCE-RECORD.

       360-RELEASE-SOURCE-RECORD.

           PERFORM 380-COMPUTE-HASH-AMOUNTS.
           ADD 1 TO SE-RECORD-COUNT (SOURCE-SUB).
           ADD HASH-QTY-AMOUNT TO SE-QTY-HASH (SOURCE-SUB).
           ADD HASH-ITEM-AMOUNT TO SE-ITEM-HASH (SOURCE-SUB).
           PERFORM 390-RELEASE-TRANSACTION.

       380-COMPUTE-HASH-AMOUNTS.

           MOVE ZERO TO HASH-QTY-AMOUNT
                        HASH-ITEM-AMOUNT.
           IF MT-RECEIPT-QTY NUMERIC
               ADD MT-RECEIPT-QTY TO HASH-QTY-AMOUNT.
           IF MT-ISSUE-QTY NUMERIC
               ADD MT-ISSUE-QTY TO HASH-QTY-AMOUNT.
           IF MT-ITEM-NO NUMERIC
               MOVE MT-ITEM-NO-N TO HASH-ITEM-AMOUNT.

       390-RELEASE-TRANSACTION.

           MOVE MT-ITEM-NO TO SR-ITEM-NO.
           MOVE MT-LOCATION TO SR-LOCATION.
           IF ADD-RECORD
               MOVE "1" TO SR-POSTING-BRACKET
           ELSE IF DELETE-RECORD
               MOVE "9" TO SR-POSTING-BRACKET
           ELSE
               MOVE "5" TO SR-POSTING-BRACKET.
           MOVE MT-TRANSACTION-DATE-X TO SR-TRANSACTION-DATE.
           IF CHANGE-RECORD
               MOVE "1" TO SR-ACTIVITY-CLASS
           ELSE IF RECEIPT-RECORD OR TRANSFER-IN-RECORD-TYPE
               MOVE "2" TO SR-ACTIVITY-CLASS
           ELSE IF ORDER-PLACED-RECORD
               MOVE "3" TO SR-ACTIVITY-CLASS
           ELSE IF ISSUE-RECORD OR TRANSFER-RECORD
               MOVE "4" TO SR-ACTIVITY-CLASS
           ELSE IF COUNT-RECORD
               MOVE "5" TO SR-ACTIVITY-CLASS
           ELSE
               MOVE "6" TO SR-ACTIVITY-CLASS.
           ADD 1 TO INPUT-SEQUENCE.
           MOVE INPUT-SEQUENCE TO SR-INPUT-SEQUENCE.
           MOVE MAINTENANCE-TRANSACTION TO SR-TRANSACTION-DATA.
           RELEASE SORT-RECORD.
           ADD 1 TO RT-RECORDS-RELEASED.

       400-WRITE-MERGED-EMPTRAN.

           PERFORM 410-WRITE-SORTED-TRANSACTION
               UNTIL ALL-SORTED-PROCESSED.

       410-WRITE-SORTED-TRANSACTION.

           RETURN SORT-FILE
               AT END
                   SET ALL-SORTED-PROCESSED TO TRUE
               NOT AT END
                   PERFORM 420-WRITE-EMPTRAN-RECORD.

       420-WRITE-EMPTRAN-RECORD.

           WRITE TRANSACTION-RECORD FROM SR-TRANSACTION-DATA.
           IF NOT EMPTRAN-SUCCESSFUL
               DISPLAY "WRITE ERROR ON EMPTRAN FOR ITEM NUMBER "
                   SR-ITEM-NO
               DISPLAY "FILE STATUS CODE IS " EMPTRAN-FILE-STATUS
               SET FATAL-ERROR TO TRUE
               SET ALL-SORTED-PROCESSED TO TRUE
           ELSE
               ADD 1 TO RT-RECORDS-WRITTEN.

       500-VERIFY-PRIOR-RUN-CONTROL.

           OPEN INPUT RUNCTL.
           READ RUNCTL
               AT END
                   SET RUNCTL-MISSING TO TRUE.
           CLOSE RUNCTL.
           IF RUNCTL-MISSING
               MOVE "ACCEPTED - NO RUNCTL" TO SE-STATUS (2)
                                             SE-STATUS (3)
           ELSE
               SET SE-HAS-CONTROL (2) TO TRUE
               SET SE-HAS-CONTROL (3) TO TRUE
               MOVE RN-CARRIED-FORWARD TO SE-CTL-RECORD-COUNT (2)
               MOVE RN-TRANIN-WRITTEN TO SE-CTL-RECORD-COUNT (3)
               PERFORM 510-CHECK-SOURCE-CONTROL
                   VARYING SOURCE-SUB FROM 2 BY 1
                   UNTIL SOURCE-SUB > 3.

       510-CHECK-SOURCE-CONTROL.

           IF SE-RECORD-COUNT (SOURCE-SUB)
                   NOT = SE-CTL-RECORD-COUNT (SOURCE-SUB)
               MOVE "ACCEPTED - CTL DIFF" TO SE-STATUS (SOURCE-SUB)
               ADD 1 TO RT-SOURCE-WARNINGS.

       700-PRINT-BATCH-LINES.

           PERFORM 710-PRINT-KEYED-BATCH-LINE
               VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB > BATCH-COUNT.
           IF RT-UNBATCHED-RECORDS > ZERO
               PERFORM 720-PRINT-UNBATCHED-LINE.
           PERFORM 730-PRINT-SOURCE-LINE
               VARYING SOURCE-SUB FROM 1 BY 1
               UNTIL SOURCE-SUB > SOURCE-COUNT.

       710-PRINT-KEYED-BATCH-LINE.

           IF NOT BE-ACCEPTED (BATCH-SUB)
               ADD 1 TO RT-BATCHES-REJECTED.
           MOVE "KEYTRAN" TO BDL-SOURCE-NAME.
           MOVE BE-BATCH-NO (BATCH-SUB) TO BDL-BATCH-NO.
           MOVE BE-OPERATOR-ID (BATCH-SUB) TO BDL-OPERATOR-ID.
           MOVE BE-RECORD-COUNT (BATCH-SUB) TO BDL-RECORD-COUNT.
           MOVE BE-CTL-RECORD-COUNT (BATCH-SUB)
               TO BDL-CTL-RECORD-COUNT.
           MOVE BE-QTY-HASH (BATCH-SUB) TO BDL-QTY-HASH.
           MOVE BE-CTL-QTY-HASH (BATCH-SUB) TO BDL-CTL-QTY-HASH.
           MOVE BE-ITEM-HASH (BATCH-SUB) TO BDL-ITEM-HASH.
           MOVE BE-CTL-ITEM-HASH (BATCH-SUB) TO BDL-CTL-ITEM-HASH.
           MOVE BE-STATUS (BATCH-SUB) TO BDL-STATUS.
           PERFORM 790-WRITE-BALANCE-LINE.

       720-PRINT-UNBATCHED-LINE.

           MOVE "KEYTRAN" TO BDL-SOURCE-NAME.
           MOVE "NONE" TO BDL-BATCH-NO.
           MOVE SPACES TO BDL-OPERATOR-ID.
           MOVE RT-UNBATCHED-RECORDS TO BDL-RECORD-COUNT.
           MOVE SPACES TO BDL-CTL-RECORD-COUNT-X
                          BDL-CTL-QTY-HASH-X
                          BDL-CTL-ITEM-HASH-X.
           MOVE ZERO TO BDL-QTY-HASH
                        BDL-ITEM-HASH.
           MOVE "REJECTED - NO HEADER" TO BDL-STATUS.
           PERFORM 790-WRITE-BALANCE-LINE.

       730-PRINT-SOURCE-LINE.

           MOVE SE-SOURCE-NAME (SOURCE-SUB) TO BDL-SOURCE-NAME.
           MOVE SPACES TO BDL-BATCH-NO
                          BDL-OPERATOR-ID.
           MOVE SE-RECORD-COUNT (SOURCE-SUB) TO BDL-RECORD-COUNT.
           IF SE-HAS-CONTROL (SOURCE-SUB)
               MOVE SE-CTL-RECORD-COUNT (SOURCE-SUB)
                   TO BDL-CTL-RECORD-COUNT
           ELSE
               MOVE SPACES TO BDL-CTL-RECORD-COUNT-X.
           MOVE SE-QTY-HASH (SOURCE-SUB) TO BDL-QTY-HASH.
           MOVE SE-ITEM-HASH (SOURCE-SUB) TO BDL-ITEM-HASH.
           MOVE SPACES TO BDL-CTL-QTY-HASH-X
                          BDL-CTL-ITEM-HASH-X.
           MOVE SE-STATUS (SOURCE-SUB) TO BDL-STATUS.
           PERFORM 790-WRITE-BALANCE-LINE.

       790-WRITE-BALANCE-LINE.

           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 800-PRINT-HEADING-LINES.
           WRITE PRINT-AREA FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.

       800-PRINT-HEADING-LINES.

           ADD 1 TO PAGE-NUMBER.
           MOVE RUN-DATE-MM TO HDG1-MM.
           MOVE RUN-DATE-DD TO HDG1-DD.
           MOVE RUN-DATE-CCYY TO HDG1-CCYY.
           MOVE PAGE-NUMBER TO HDG1-PAGE.
           WRITE PRINT-AREA FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PRINT-AREA FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE ZERO TO LINE-COUNT.

       900-PRINT-GRAND-TOTALS.

           IF PAGE-NUMBER = ZERO
               PERFORM 800-PRINT-HEADING-LINES.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "KEYED BATCHES ACCEPTED" TO GTL-LABEL.
           MOVE RT-BATCHES-ACCEPTED TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "KEYED BATCHES REJECTED" TO GTL-LABEL.
           MOVE RT-BATCHES-REJECTED TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "KEYED RECORDS ACCEPTED" TO GTL-LABEL.
           MOVE RT-KEYED-ACCEPTED TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "KEYED RECORDS REJECTED" TO GTL-LABEL.
           MOVE RT-KEYED-REJECTED TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "RECORDS ACCEPTED ALL SOURCES" TO GTL-LABEL.
           MOVE RT-RECORDS-RELEASED TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           MOVE "RECORDS WRITTEN TO EMPTRAN" TO GTL-LABEL.
           MOVE RT-RECORDS-WRITTEN TO GTL-COUNT.
           PERFORM 910-WRITE-GRAND-TOTAL-LINE.
           IF FATAL-ERROR
               MOVE "EMPTRAN NOT COMPLETE - DO NOT RUN SEQ3000"
                   TO RSL-MESSAGE
           ELSE IF RT-BATCHES-REJECTED > ZERO
                   OR RT-KEYED-REJECTED > ZERO
                   OR RT-SOURCE-WARNINGS > ZERO
               MOVE "EMPTRAN BUILT - REVIEW REJECTS AND WARNINGS"
                   TO RSL-MESSAGE
           ELSE
               MOVE "EMPTRAN BUILT - ALL SOURCES IN BALANCE"
                   TO RSL-MESSAGE.
           WRITE PRINT-AREA FROM RESULT-LINE
               AFTER ADVANCING 2 LINES.

       910-WRITE-GRAND-TOTAL-LINE.

           WRITE PRINT-AREA FROM GRAND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       950-WRITE-RUN-HISTORY.

           OPEN EXTEND RUNHIST.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "SEQ3210" TO RH-PROGRAM-ID.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE START-TIME TO RH-START-TIME.
           ACCEPT RH-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RH-RETURN-CODE.
           MOVE "N" TO RH-PROOF-FLAG
                       RH-RESTART-FLAG
                       RH-NEWEMP-READ-FLAG.
           MOVE ZERO TO RH-NEWEMP-RUN-DATE.
           MOVE "RELEASED" TO RH-COUNT-LABEL (1).
           MOVE RT-RECORDS-RELEASED TO RH-COUNT (1).
           MOVE "WRITTEN" TO RH-COUNT-LABEL (2).
           MOVE RT-RECORDS-WRITTEN TO RH-COUNT (2).
           MOVE "BATCH REJ" TO RH-COUNT-LABEL (3).
           MOVE RT-BATCHES-REJECTED TO RH-COUNT (3).
           MOVE "UNBATCHED" TO RH-COUNT-LABEL (4).
           MOVE RT-UNBATCHED-RECORDS TO RH-COUNT (4).
           WRITE RUN-HISTORY-RECORD.
           IF NOT RUNHIST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNHIST"
               DISPLAY "FILE STATUS CODE IS " RUNHIST-FILE-STATUS.
           CLOSE RUNHIST.
