                           FILE STATUS IS CARRYFWD-FILE-STATUS.
           SELECT LOCMST  ASSIGN TO LOCMST
                           FILE STATUS IS LOCMST-FILE-STATUS.
           SELECT CUSTMST  ASSIGN TO CUSTMST
                           FILE STATUS IS CUSTMST-FILE-STATUS.
           SELECT OPERAUTH  ASSIGN TO OPERAUTH
                           FILE STATUS IS OPERAUTH-FILE-STATUS.
           SELECT RUNCTL  ASSIGN TO RUNCTL
                           FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT OPORDI  ASSIGN TO OPORDI
                           FILE STATUS IS COSTVAR-FILE-STATUS.
           SELECT TRANIN  ASSIGN TO TRANIN
                           FILE STATUS IS TRANIN-FILE-STATUS.
           SELECT FILLNTC  ASSIGN TO FILLNTC
                           FILE STATUS IS FILLNTC-FILE-STATUS.
           SELECT NEWEMP-INDEX  ASSIGN TO NEWEMPX
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS NX-MASTER-KEY
                           FILE STATUS IS NEWEMPX-FILE-STATUS.
           SELECT LOTBALI  ASSIGN TO LOTBALI
                           FILE STATUS IS LOTBALI-FILE-STATUS.
           SELECT LOTBALO  ASSIGN TO LOTBALO
                           FILE STATUS IS LOTBALO-FILE-STATUS.
           SELECT RUNHIST  ASSIGN TO RUNHIST
                           FILE STATUS IS RUNHIST-FILE-STATUS.

       DATA DIVISION.


       FD  EMPTRAN.

       01  TRANSACTION-RECORD      PIC X(148).

       FD  OLDEMP.

       01  OLD-MASTER-RECORD       PIC X(89).

       FD  NEWEMP.

           05  NM-ACTIVITY-DATES.
               10  NM-DATE-LAST-RECEIPT    PIC 9(8).
               10  NM-DATE-LAST-ISSUE      PIC 9(8).
           05  NM-LOT-CONTROL-FLAG     PIC X.
               88  NM-LOT-CONTROLLED           VALUE "Y".

       FD  ERRTRAN3.

       01  ERROR-TRANSACTION.
           05  ET-TRANSACTION-DATA     PIC X(148).
           05  ET-REASON-CODE          PIC X(02).
           05  ET-REASON-TEXT          PIC X(25).

           05  CKR-QTY-BACKFILLED      PIC 9(7).
           05  CKR-BACKORDERS-CARRIED  PIC 9(7).
           05  CKR-ERRORS              PIC 9(7).
           05  CKR-TRANIN-WRITTEN      PIC 9(7).

       FD  RESTART-CHECKPOINT.

           05  RC-QTY-BACKFILLED       PIC 9(7).
           05  RC-BACKORDERS-CARRIED   PIC 9(7).
           05  RC-ERRORS               PIC 9(7).
           05  RC-TRANIN-WRITTEN       PIC 9(7).

       FD  AUDIT-FILE.

               10  AR-RECEIPT-QTY              PIC S9(5).
               10  AR-ISSUE-QTY                PIC S9(5).
               10  AR-TRANSACTION-DATE         PIC 9(8).
               10  AR-PO-NUMBER                PIC 9(6).
               10  AR-OPERATOR-ID              PIC X(8).

       FD  BAKORDI.

               10  BI-ITEM-NO          PIC X(5).
               10  BI-LOCATION         PIC X(2).
           05  BI-SUSPENDED-QTY        PIC S9(5).
           05  BI-CUSTOMER-NO          PIC X(6).
           05  BI-CUSTOMER-ORDER-NO    PIC X(8).
           05  BI-ORDER-DATE           PIC 9(8).
           05  BI-ORIGINAL-QTY         PIC S9(5).

       FD  BAKORDO.

               10  BO-ITEM-NO          PIC X(5).
               10  BO-LOCATION         PIC X(2).
           05  BO-SUSPENDED-QTY        PIC S9(5).
           05  BO-CUSTOMER-NO          PIC X(6).
           05  BO-CUSTOMER-ORDER-NO    PIC X(8).
           05  BO-ORDER-DATE           PIC 9(8).
           05  BO-ORIGINAL-QTY         PIC S9(5).

       FD  CARRYFWD.

       01  CARRY-FORWARD-RECORD        PIC X(148).

       FD  LOCMST.

           05  LM-WAREHOUSE-NAME       PIC X(25).
           05  LM-ACTIVE-FLAG          PIC X.

       FD  CUSTMST.

       01  CUSTOMER-MASTER-RECORD.
           05  CM-CUSTOMER-NO          PIC X(6).
           05  CM-CUSTOMER-NAME        PIC X(30).
           05  CM-PRIORITY-CODE        PIC X.

       FD  OPERAUTH.

       01  OPERATOR-AUTHORIZATION-RECORD.
           05  OA-OPERATOR-ID          PIC X(8).
           05  OA-ALLOWED-CODES        PIC X(9).
           05  OA-LOCATION-LIST.
               10  OA-LOCATION         PIC X(2)    OCCURS 10 TIMES.
           05  OA-MAX-QUANTITY         PIC 9(5).
           05  OA-MAX-VALUE            PIC 9(7)V99.

       FD  RUNCTL.

       01  RUN-CONTROL-RECORD.
           05  RN-QTY-BACKFILLED       PIC 9(7).
           05  RN-BACKORDERS-CARRIED   PIC 9(7).
           05  RN-ERRORS               PIC 9(7).
           05  RN-TRANIN-WRITTEN       PIC 9(7).

       FD  OPORDI.


       FD  TRANIN.

       01  TRANSFER-IN-RECORD          PIC X(148).

       FD  FILLNTC.

       01  FILLNTC-PRINT-AREA          PIC X(132).

       FD  NEWEMP-INDEX.

           05  NX-ON-ORDER             PIC S9(5).
           05  NX-DATE-LAST-RECEIPT    PIC 9(8).
           05  NX-DATE-LAST-ISSUE      PIC 9(8).
           05  NX-LOT-CONTROL-FLAG     PIC X.

       FD  LOTBALI.

       01  OLD-LOT-BALANCE-RECORD.
           05  LI-LOT-KEY.
               10  LI-LOT-ITEM-KEY.
                   15  LI-ITEM-NO      PIC X(5).
                   15  LI-LOCATION     PIC X(2).
               10  LI-LOT-NUMBER       PIC X(10).
           05  LI-ON-HAND              PIC S9(5).
           05  LI-EXPIRY-DATE          PIC 9(8).
           05  LI-RECEIPT-DATE         PIC 9(8).

       FD  LOTBALO.

       01  NEW-LOT-BALANCE-RECORD.
           05  LO-LOT-KEY.
               10  LO-LOT-ITEM-KEY.
                   15  LO-ITEM-NO      PIC X(5).
                   15  LO-LOCATION     PIC X(2).
               10  LO-LOT-NUMBER       PIC X(10).
           05  LO-ON-HAND              PIC S9(5).
           05  LO-EXPIRY-DATE          PIC 9(8).
           05  LO-RECEIPT-DATE         PIC 9(8).

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

       WORKING-STORAGE SECTION.

               88  ALL-LOCATIONS-LOADED                VALUE "Y".
           05  LOCMST-FOUND-SWITCH             PIC X   VALUE "N".
               88  LOCMST-FOUND                        VALUE "Y".
           05  ALL-CUSTOMERS-LOADED-SWITCH     PIC X   VALUE "N".
               88  ALL-CUSTOMERS-LOADED                VALUE "Y".
           05  CUSTMST-FOUND-SWITCH            PIC X   VALUE "N".
               88  CUSTMST-FOUND                       VALUE "Y".
           05  ALL-OPERATORS-LOADED-SWITCH     PIC X   VALUE "N".
               88  ALL-OPERATORS-LOADED                VALUE "Y".
           05  OPERAUTH-FOUND-SWITCH           PIC X   VALUE "N".
               88  OPERAUTH-FOUND                      VALUE "Y".
           05  OPERATOR-CODE-SWITCH            PIC X   VALUE "N".
               88  OPERATOR-CODE-FOUND                 VALUE "Y".
           05  OPERATOR-LOCATION-SWITCH        PIC X   VALUE "N".
               88  OPERATOR-LOCATION-FOUND             VALUE "Y".
           05  OPERATOR-LIMIT-SWITCH           PIC X   VALUE "N".
               88  OPERATOR-LIMIT-EXCEEDED             VALUE "Y".
           05  LOT-DATA-SWITCH                 PIC X   VALUE "N".
               88  LOT-DATA-INVALID                    VALUE "Y".
           05  LOT-FOUND-SWITCH                PIC X   VALUE "N".
               88  LOT-FOUND                           VALUE "Y".
           05  LOT-INSERT-SWITCH               PIC X   VALUE "N".
               88  LOT-INSERT-FOUND                    VALUE "Y".
           05  TRANSFER-LOTS-SWITCH            PIC X   VALUE "N".
               88  SHIPPING-TRANSFER-LOTS              VALUE "Y".
           05  FILL-LOTS-SWITCH                PIC X   VALUE "N".
               88  PRINTING-FILL-LOTS                  VALUE "Y".

       01  ERROR-REASON.
           05  ER-REASON-CODE                  PIC X(02).
           05  PROOF-SWITCH                    PIC X       VALUE "N".
               88  PROOF-RUN                           VALUE "Y".

       01  FILL-CONTROLS.
           05  FILL-PARM                       PIC X(8)    VALUE SPACES.
           05  FILL-SEQUENCE-SWITCH            PIC X       VALUE "D".
               88  FILL-BY-ORDER-DATE                  VALUE "D".
               88  FILL-BY-PRIORITY                    VALUE "P".

       01  LAST-CHECKPOINT-READ.
           05  LCR-LAST-ITEM-KEY       PIC X(7)    VALUE SPACES.
           05  LCR-LAST-AUDITED-KEY    PIC X(7)    VALUE LOW-VALUES.
           05  LCR-QTY-BACKFILLED      PIC 9(7)    VALUE ZERO.
           05  LCR-BACKORDERS-CARRIED  PIC 9(7)    VALUE ZERO.
           05  LCR-ERRORS              PIC 9(7)    VALUE ZERO.
           05  LCR-TRANIN-WRITTEN      PIC 9(7)    VALUE ZERO.

       01  FILE-STATUS-FIELDS.
           05  NEWEMP-FILE-STATUS     PIC XX.
               88  CARRYFWD-SUCCESSFUL         VALUE "00".
           05  LOCMST-FILE-STATUS      PIC XX.
               88  LOCMST-SUCCESSFUL           VALUE "00".
           05  CUSTMST-FILE-STATUS     PIC XX.
               88  CUSTMST-SUCCESSFUL          VALUE "00".
           05  OPERAUTH-FILE-STATUS    PIC XX.
               88  OPERAUTH-SUCCESSFUL         VALUE "00".
           05  FILLNTC-FILE-STATUS     PIC XX.
               88  FILLNTC-SUCCESSFUL          VALUE "00".
           05  RUNCTL-FILE-STATUS      PIC XX.
               88  RUNCTL-SUCCESSFUL           VALUE "00".
           05  OPORDI-FILE-STATUS      PIC XX.
               88  OPORDI-SUCCESSFUL           VALUE "00".
           05  OPORDO-FILE-STATUS      PIC XX.
               88  OPORDO-SUCCESSFUL           VALUE "00".
           05  RUNHIST-FILE-STATUS     PIC XX.
               88  RUNHIST-SUCCESSFUL          VALUE "00".
           05  LOTBALI-FILE-STATUS     PIC XX.
               88  LOTBALI-SUCCESSFUL          VALUE "00".
           05  LOTBALO-FILE-STATUS     PIC XX.
               88  LOTBALO-SUCCESSFUL          VALUE "00".

       01  RUN-HISTORY-FIELDS.
           05  START-TIME              PIC 9(8)        VALUE ZERO.

       01  MAINTENANCE-TRANSACTION.
           05  MT-TRANSACTION-CODE     PIC X.
               10  MT-EFF-DATE-DD      PIC 9(2).
           05  MT-LOCATION             PIC X(2).
           05  MT-TO-LOCATION          PIC X(2).
           05  MT-CUSTOMER-NO          PIC X(6).
           05  MT-CUSTOMER-ORDER-NO    PIC X(8).
           05  MT-CUSTOMER-ORDER-DATE  PIC 9(8).
           05  MT-PO-NUMBER            PIC 9(6).
           05  MT-PO-NUMBER-X          REDEFINES MT-PO-NUMBER
                                       PIC X(6).
           05  MT-OPERATOR-ID          PIC X(8).
           05  MT-LOT-NUMBER           PIC X(10).
           05  MT-LOT-EXPIRY-DATE      PIC 9(8).
           05  MT-LOT-EXPIRY-DATE-X    REDEFINES MT-LOT-EXPIRY-DATE.
               10  MT-LOT-EXP-CCYY     PIC 9(4).
               10  MT-LOT-EXP-MM       PIC 9(2).
               10  MT-LOT-EXP-DD       PIC 9(2).
           05  MT-LOT-CONTROL-FLAG     PIC X.
               88  MT-LOT-FLAG-VALID           VALUE " " "Y" "N".

       01  CTLRPT-HEADING-LINE.
           05  FILLER                  PIC X(7)    VALUE "SEQ3000".
           05  GT-EFFECTIVE-DATE       PIC 9(8).
           05  GT-LOCATION             PIC X(2).
           05  GT-TO-LOCATION          PIC X(2).
           05  GT-CUSTOMER-NO          PIC X(6).
           05  GT-CUSTOMER-ORDER-NO    PIC X(8).
           05  GT-CUSTOMER-ORDER-DATE  PIC 9(8).
           05  GT-PO-NUMBER            PIC 9(6).
           05  GT-OPERATOR-ID          PIC X(8).
           05  GT-LOT-NUMBER           PIC X(10).
           05  GT-LOT-EXPIRY-DATE      PIC 9(8).
           05  GT-LOT-CONTROL-FLAG     PIC X.

       01  CONTROL-TOTALS.
           05  CT-RECORDS-READ         PIC 9(7)        VALUE ZERO.
           05  CT-QTY-BACKFILLED       PIC 9(7)        VALUE ZERO.
           05  CT-BACKORDERS-CARRIED   PIC 9(7)        VALUE ZERO.
           05  CT-ERRORS               PIC 9(7)        VALUE ZERO.
           05  CT-TRANIN-WRITTEN       PIC 9(7)        VALUE ZERO.

       01  BACKORDER-WORK-FIELDS.
           05  UNFILLED-QTY            PIC S9(5)       VALUE ZERO.
           05  FILL-QTY                PIC S9(5)       VALUE ZERO.
           05  BACKORDER-LIMIT-KEY     PIC X(7)        VALUE LOW-VALUES.
           05  CURRENT-BACKORDER-KEY   PIC X(7)        VALUE LOW-VALUES.
           05  BEST-FILL-KEY           PIC X(17)       VALUE SPACES.
           05  BACKORDER-LINE-COUNT    PIC S9(4)   COMP    VALUE ZERO.
           05  BACKORDER-LINE-MAX      PIC S9(4)   COMP    VALUE +100.
           05  BACKORDER-SUB           PIC S9(4)   COMP    VALUE ZERO.
           05  BACKORDER-NEXT-SUB      PIC S9(4)   COMP    VALUE ZERO.
           05  BACKORDER-LINE-ENTRY    OCCURS 100 TIMES.
               10  BE-CUSTOMER-NO      PIC X(6).
               10  BE-CUSTOMER-ORDER-NO    PIC X(8).
               10  BE-ORDER-DATE       PIC 9(8).
               10  BE-ORIGINAL-QTY     PIC S9(5).
               10  BE-SUSPENDED-QTY    PIC S9(5).
               10  BE-NEW-LINE-FLAG    PIC X.
               10  BE-FILL-DONE-FLAG   PIC X.
               10  BE-FILL-KEY.
                   15  BE-FILL-PRIORITY    PIC X.
                   15  BE-FILL-ORDER-DATE  PIC 9(8).
                   15  BE-FILL-ORDER-NO    PIC X(8).

       01  CUSTMST-TABLE-FIELDS.
           05  CUSTMST-COUNT           PIC S9(4)   COMP    VALUE ZERO.
           05  CUSTMST-MAX             PIC S9(4)   COMP    VALUE +500.
           05  CUSTMST-SUB             PIC S9(4)   COMP    VALUE ZERO.
           05  CUSTMST-FOUND-SUB       PIC S9(4)   COMP    VALUE ZERO.
           05  CUSTMST-CHECK-NO        PIC X(6)        VALUE SPACES.
           05  CUSTMST-ENTRY           OCCURS 500 TIMES.
               10  CME-CUSTOMER-NO     PIC X(6).
               10  CME-CUSTOMER-NAME   PIC X(30).
               10  CME-PRIORITY-CODE   PIC X.

       01  OPERAUTH-TABLE-FIELDS.
           05  OPERAUTH-COUNT          PIC S9(4)   COMP    VALUE ZERO.
           05  OPERAUTH-MAX            PIC S9(4)   COMP    VALUE +200.
           05  OPERAUTH-SUB            PIC S9(4)   COMP    VALUE ZERO.
           05  OPERAUTH-FOUND-SUB      PIC S9(4)   COMP    VALUE ZERO.
           05  OPERAUTH-LOCATION-SUB   PIC S9(4)   COMP    VALUE ZERO.
           05  OPERAUTH-CODE-SUB       PIC S9(4)   COMP    VALUE ZERO.
           05  OPERAUTH-ENTRY          OCCURS 200 TIMES.
               10  OAE-OPERATOR-ID     PIC X(8).
               10  OAE-ALLOWED-CODES   PIC X(9).
               10  OAE-CODE-LIST       REDEFINES OAE-ALLOWED-CODES.
                   15  OAE-ALLOWED-CODE    PIC X   OCCURS 9 TIMES.
               10  OAE-LOCATION        PIC X(2)    OCCURS 10 TIMES.
               10  OAE-MAX-QUANTITY    PIC 9(5).
               10  OAE-MAX-VALUE       PIC 9(7)V99.

       01  OPERATOR-LIMIT-FIELDS.
           05  AUTHORITY-QTY           PIC S9(7)       VALUE ZERO.
           05  AUTHORITY-VALUE         PIC S9(11)V99   VALUE ZERO.
           05  AUTHORITY-UNIT-COST     PIC S9(3)V99    VALUE ZERO.

       01  FILLNTC-PRINT-CONTROLS.
           05  FN-LINE-COUNT           PIC S9(3)       VALUE +999.
           05  FN-LINES-PER-PAGE       PIC S9(3)       VALUE +55.
           05  FN-PAGE-NUMBER          PIC S9(5)       VALUE ZERO.
           05  FN-EXPIRY-EDIT.
               10  FNE-MM              PIC 9(2).
               10  FILLER              PIC X       VALUE "/".
               10  FNE-DD              PIC 9(2).
               10  FILLER              PIC X       VALUE "/".
               10  FNE-CCYY            PIC 9(4).

       01  FILLNTC-HEADING-LINE-1.
           05  FILLER                  PIC X(7)    VALUE "SEQ3000".
           05  FILLER                  PIC X(13)   VALUE SPACES.
           05  FILLER                  PIC X(35)   VALUE
                   "BACKORDER FILL NOTICE / PICK LIST".
           05  FILLER                  PIC X(5)    VALUE "DATE ".
           05  FNH1-MM                 PIC 9(2).
           05  FILLER                  PIC X       VALUE "/".
           05  FNH1-DD                 PIC 9(2).
           05  FILLER                  PIC X       VALUE "/".
           05  FNH1-CCYY               PIC 9(4).
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(5)    VALUE "PAGE ".
           05  FNH1-PAGE               PIC ZZZZ9.
           05  FILLER                  PIC X(47)   VALUE SPACES.

       01  FILLNTC-HEADING-LINE-2.
           05  FILLER                  PIC X(15)   VALUE
                   "FILL SEQUENCE: ".
           05  FNH2-FILL-SEQUENCE      PIC X(20).
           05  FILLER                  PIC X(97)   VALUE SPACES.

       01  FILLNTC-HEADING-LINE-3.
           05  FILLER                  PIC X(8)    VALUE "ITEM".
           05  FILLER                  PIC X(5)    VALUE "LOC".
           05  FILLER                  PIC X(18)   VALUE "DESCRIPTION".
           05  FILLER                  PIC X(8)    VALUE "CUST".
           05  FILLER                  PIC X(19)   VALUE
                   "CUSTOMER NAME".
           05  FILLER                  PIC X(10)   VALUE "ORDER NO".
           05  FILLER                  PIC X(13)   VALUE "ORDER DATE".
           05  FILLER                  PIC X(9)    VALUE "PICK QTY".
           05  FILLER                  PIC X(12)   VALUE "LOT".
           05  FILLER                  PIC X(12)   VALUE "EXPIRES".
           05  FILLER                  PIC X(9)    VALUE "STILL BO".
           05  FILLER                  PIC X(9)    VALUE "STATUS".

       01  FILLNTC-DETAIL-LINE.
           05  FND-ITEM-NO             PIC X(5).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FND-LOCATION            PIC X(2).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FND-ITEM-DESC           PIC X(16).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FND-CUSTOMER-NO         PIC X(6).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FND-CUSTOMER-NAME       PIC X(17).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FND-CUSTOMER-ORDER-NO   PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FND-ORDER-MM            PIC 9(2).
           05  FILLER                  PIC X       VALUE "/".
           05  FND-ORDER-DD            PIC 9(2).
           05  FILLER                  PIC X       VALUE "/".
           05  FND-ORDER-CCYY          PIC 9(4).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FND-FILL-QTY            PIC ZZ,ZZ9-.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FND-LOT-NUMBER          PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FND-LOT-EXPIRY          PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FND-OPEN-QTY            PIC ZZ,ZZ9-.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FND-FILL-STATUS         PIC X(8).
           05  FILLER                  PIC X(1)    VALUE SPACES.

       01  LOCMST-TABLE-FIELDS.
           05  LOCMST-COUNT            PIC S9(4)   COMP    VALUE ZERO.
               10  OE-ORDER-DATE       PIC 9(8).
               10  OE-EXPECTED-DATE    PIC 9(8).

       01  LOT-WORK-FIELDS.
           05  LOT-LIMIT-KEY           PIC X(7)        VALUE LOW-VALUES.
           05  CURRENT-LOT-KEY         PIC X(7)        VALUE LOW-VALUES.
           05  LOT-CHECK-NUMBER        PIC X(10)       VALUE SPACES.
           05  LOT-ERROR-TEXT          PIC X(25)       VALUE SPACES.
           05  LOT-RELIEF-QTY          PIC S9(5)       VALUE ZERO.
           05  LOT-TAKE-QTY            PIC S9(5)       VALUE ZERO.
           05  AUDIT-RECEIPT-QTY       PIC S9(5)       VALUE ZERO.
           05  COUNT-BOOK-QTY          PIC S9(5)       VALUE ZERO.
           05  BEST-LOT-KEY            PIC X(26)       VALUE SPACES.
           05  NEW-LOT-NUMBER          PIC X(10)       VALUE SPACES.
           05  NEW-LOT-ON-HAND         PIC S9(5)       VALUE ZERO.
           05  NEW-LOT-EXPIRY-DATE     PIC 9(8)        VALUE ZERO.
           05  NEW-LOT-RECEIPT-DATE    PIC 9(8)        VALUE ZERO.
           05  TRANSFER-IN-QTY         PIC S9(5)       VALUE ZERO.
           05  TRANSFER-IN-LOT-NUMBER  PIC X(10)       VALUE SPACES.
           05  TRANSFER-IN-LOT-EXPIRY  PIC 9(8)        VALUE ZERO.
           05  LOT-COUNT               PIC S9(4)   COMP    VALUE ZERO.
           05  LOT-MAX                 PIC S9(4)   COMP    VALUE +50.
           05  LOT-SUB                 PIC S9(4)   COMP    VALUE ZERO.
           05  LOT-FOUND-SUB           PIC S9(4)   COMP    VALUE ZERO.
           05  LOT-NEXT-SUB            PIC S9(4)   COMP    VALUE ZERO.
           05  LOT-INSERT-SUB          PIC S9(4)   COMP    VALUE ZERO.
           05  LOT-KEY-SUB             PIC S9(4)   COMP    VALUE ZERO.
           05  LOT-ENTRY               OCCURS 50 TIMES.
               10  LE-LOT-NUMBER       PIC X(10).
               10  LE-ON-HAND          PIC S9(5).
               10  LE-EXPIRY-DATE      PIC 9(8).
               10  LE-RECEIPT-DATE     PIC 9(8).
               10  LE-FEFO-KEY.
                   15  LE-FEFO-EXPIRY      PIC 9(8).
                   15  LE-FEFO-RECEIPT     PIC 9(8).
                   15  LE-FEFO-LOT-NUMBER  PIC X(10).

       01  INVENTORY-MASTER-RECORD.
           05  IM-INVENTORY-KEY.
               10  IM-ITEM-NO          PIC X(5).
           05  IM-ACTIVITY-DATES.
               10  IM-DATE-LAST-RECEIPT    PIC 9(8).
               10  IM-DATE-LAST-ISSUE      PIC 9(8).
           05  IM-LOT-CONTROL-FLAG     PIC X.
               88  IM-LOT-CONTROLLED           VALUE "Y".

       PROCEDURE DIVISION.

       000-MAINTAIN-INVENTORY-FILE.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT START-TIME FROM TIME.
           PERFORM 100-DETERMINE-RESTART-STATUS.
           PERFORM 105-LOAD-LOCATION-TABLE.
           PERFORM 108-LOAD-CUSTOMER-TABLE.
           PERFORM 112-LOAD-OPERATOR-TABLE.
           OPEN INPUT  OLDEMP
                       EMPTRAN
                       BAKORDI
                       OPORDI
                       LOTBALI.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF RESTART-RUN
               PERFORM 110-REPOSITION-FOR-RESTART
                           TRANIN
                           COSTVAR
                           OPORDO
                           FILLNTC
                           LOTBALO
               PERFORM 322-READ-OLD-BACKORDER
               PERFORM 324-READ-OLD-OPEN-ORDER
               PERFORM 334-READ-OLD-LOT-BALANCE.

           PERFORM 300-MAINTAIN-INVENTORY-RECORD
               UNTIL ALL-RECORDS-PROCESSED.
               PERFORM 476-FLUSH-OPEN-ORDER-TABLE
               PERFORM 478-FLUSH-REMAINING-OPEN-ORDERS
                   UNTIL OI-OPEN-ORDER-KEY = HIGH-VALUES.
           IF NOT FATAL-ERROR
               PERFORM 495-FLUSH-LOT-TABLE
               PERFORM 497-FLUSH-REMAINING-LOTS
                   UNTIL LI-LOT-ITEM-KEY = HIGH-VALUES.
           CLOSE EMPTRAN
                 OLDEMP
                 NEWEMP
                 TRANIN
                 COSTVAR
                 OPORDI
                 OPORDO
                 FILLNTC
                 LOTBALI
                 LOTBALO.
           PERFORM 890-WRITE-RUN-CONTROL.
           PERFORM 900-PRINT-CONTROL-REPORT.
           IF PROOF-RUN
               MOVE 4 TO RETURN-CODE.
           PERFORM 950-WRITE-RUN-HISTORY.
           STOP RUN.

       100-DETERMINE-RESTART-STATUS.
               IF CUTOFF-PARM NOT = SPACES
                   DISPLAY "INVALID CUTOFF DATE PARAMETER " CUTOFF-PARM
                   MOVE 16 TO RETURN-CODE
                   PERFORM 950-WRITE-RUN-HISTORY
                   STOP RUN.
           ACCEPT PROOF-PARM FROM SYSIN.
           IF PROOF-PARM = "PROOF"
               IF RESTART-RUN
                   DISPLAY "PROOF AND RESTART MAY NOT BE COMBINED"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 950-WRITE-RUN-HISTORY
                   STOP RUN.
           ACCEPT FILL-PARM FROM SYSIN.
           IF FILL-PARM = "PRIORITY"
               SET FILL-BY-PRIORITY TO TRUE
           ELSE IF FILL-PARM = "ORDERDTE" OR SPACES
               SET FILL-BY-ORDER-DATE TO TRUE
           ELSE
               DISPLAY "INVALID BACKORDER FILL PARAMETER " FILL-PARM
               MOVE 16 TO RETURN-CODE
               PERFORM 950-WRITE-RUN-HISTORY
               STOP RUN.

       105-LOAD-LOCATION-TABLE.

                   TO LME-WAREHOUSE-NAME (LOCMST-COUNT)
               MOVE LM-ACTIVE-FLAG TO LME-ACTIVE-FLAG (LOCMST-COUNT).

       108-LOAD-CUSTOMER-TABLE.

           OPEN INPUT CUSTMST.
           PERFORM 109-LOAD-CUSTOMER-ENTRY
               UNTIL ALL-CUSTOMERS-LOADED.
           CLOSE CUSTMST.

       109-LOAD-CUSTOMER-ENTRY.

           READ CUSTMST
               AT END
                   SET ALL-CUSTOMERS-LOADED TO TRUE
               NOT AT END
                   PERFORM 111-STORE-CUSTOMER-ENTRY.

       111-STORE-CUSTOMER-ENTRY.

           IF CUSTMST-COUNT >= CUSTMST-MAX
               DISPLAY "CUSTOMER TABLE FULL - ENTRY IGNORED FOR "
                   "CUSTOMER " CM-CUSTOMER-NO
           ELSE
               ADD 1 TO CUSTMST-COUNT
               MOVE CM-CUSTOMER-NO TO CME-CUSTOMER-NO (CUSTMST-COUNT)
               MOVE CM-CUSTOMER-NAME
                   TO CME-CUSTOMER-NAME (CUSTMST-COUNT)
               MOVE CM-PRIORITY-CODE
                   TO CME-PRIORITY-CODE (CUSTMST-COUNT).

       112-LOAD-OPERATOR-TABLE.

           OPEN INPUT OPERAUTH.
           PERFORM 113-LOAD-OPERATOR-ENTRY
               UNTIL ALL-OPERATORS-LOADED.
           CLOSE OPERAUTH.

       113-LOAD-OPERATOR-ENTRY.

           READ OPERAUTH
               AT END
                   SET ALL-OPERATORS-LOADED TO TRUE
               NOT AT END
                   PERFORM 114-STORE-OPERATOR-ENTRY.

       114-STORE-OPERATOR-ENTRY.

           IF OPERAUTH-COUNT >= OPERAUTH-MAX
               DISPLAY "OPERATOR TABLE FULL - ENTRY IGNORED FOR "
                   "OPERATOR " OA-OPERATOR-ID
           ELSE
               ADD 1 TO OPERAUTH-COUNT
               MOVE OPERATOR-AUTHORIZATION-RECORD
                   TO OPERAUTH-ENTRY (OPERAUTH-COUNT)
               PERFORM 115-EDIT-OPERATOR-LIMITS.

       115-EDIT-OPERATOR-LIMITS.

           IF OAE-MAX-QUANTITY (OPERAUTH-COUNT) NOT NUMERIC
               MOVE ZERO TO OAE-MAX-QUANTITY (OPERAUTH-COUNT).
           IF OAE-MAX-VALUE (OPERAUTH-COUNT) NOT NUMERIC
               MOVE ZERO TO OAE-MAX-VALUE (OPERAUTH-COUNT).

       110-REPOSITION-FOR-RESTART.

           PERFORM 120-READ-PRIOR-CHECKPOINT.
           MOVE LCR-QTY-BACKFILLED TO CT-QTY-BACKFILLED.
           MOVE LCR-BACKORDERS-CARRIED TO CT-BACKORDERS-CARRIED.
           MOVE LCR-ERRORS TO CT-ERRORS.
           MOVE LCR-TRANIN-WRITTEN TO CT-TRANIN-WRITTEN.
           OPEN EXTEND ERRTRAN3
                       NEWEMP
                       AUDIT-FILE
                       CARRYFWD
                       TRANIN
                       COSTVAR
                       OPORDO
                       FILLNTC
                       LOTBALO.
           OPEN I-O NEWEMP-INDEX.
           PERFORM 130-SKIP-APPLIED-OLD-MASTER.
           PERFORM 140-SKIP-APPLIED-TRANSACTIONS.
           PERFORM 150-SKIP-APPLIED-BACKORDERS.
           PERFORM 155-SKIP-APPLIED-OPEN-ORDERS.
           PERFORM 157-SKIP-APPLIED-LOT-BALANCES.

       120-READ-PRIOR-CHECKPOINT.

                   MOVE RC-BACKORDERS-FILLED TO LCR-BACKORDERS-FILLED
                   MOVE RC-QTY-BACKFILLED TO LCR-QTY-BACKFILLED
                   MOVE RC-BACKORDERS-CARRIED TO LCR-BACKORDERS-CARRIED
                   MOVE RC-ERRORS TO LCR-ERRORS
                   MOVE RC-TRANIN-WRITTEN TO LCR-TRANIN-WRITTEN.

       130-SKIP-APPLIED-OLD-MASTER.

           PERFORM 324-READ-OLD-OPEN-ORDER
               UNTIL OI-OPEN-ORDER-KEY > RESTART-KEY.

       157-SKIP-APPLIED-LOT-BALANCES.

           PERFORM 334-READ-OLD-LOT-BALANCE.
           PERFORM 334-READ-OLD-LOT-BALANCE
               UNTIL LI-LOT-ITEM-KEY > RESTART-KEY.

       300-MAINTAIN-INVENTORY-RECORD.

           IF NEED-TRANSACTION
                   MOVE MT-LOCATION TO TK-LOCATION
                   ADD 1 TO CT-RECORDS-READ.

       311-MATCH-OPERATOR-ENTRY.

           IF OPERAUTH-SUB <= OPERAUTH-COUNT
               IF OAE-OPERATOR-ID (OPERAUTH-SUB) = MT-OPERATOR-ID
                   SET OPERAUTH-FOUND TO TRUE
                   MOVE OPERAUTH-SUB TO OPERAUTH-FOUND-SUB.

       312-VALIDATE-OPERATOR-AUTHORITY.

           MOVE "N" TO OPERAUTH-FOUND-SWITCH.
           IF MT-OPERATOR-ID NOT = SPACES
               PERFORM 311-MATCH-OPERATOR-ENTRY
                   VARYING OPERAUTH-SUB FROM 1 BY 1
                   UNTIL OPERAUTH-SUB > OPERAUTH-COUNT
                       OR OPERAUTH-FOUND.
           IF NOT OPERAUTH-FOUND
               MOVE "N" TO TRANSACTION-VALID-SWITCH
               MOVE "AU" TO ER-REASON-CODE
               MOVE "OPERATOR NOT AUTHORIZED"
                   TO ER-REASON-TEXT
               PERFORM 390-WRITE-ERROR-TRANSACTION
           ELSE
               PERFORM 313-CHECK-OPERATOR-CODE-LOC.

       313-CHECK-OPERATOR-CODE-LOC.

           MOVE "N" TO OPERATOR-CODE-SWITCH.
           PERFORM 326-MATCH-OPERATOR-CODE
               VARYING OPERAUTH-CODE-SUB FROM 1 BY 1
               UNTIL OPERAUTH-CODE-SUB > 9
                   OR OPERATOR-CODE-FOUND.
           MOVE "N" TO OPERATOR-LOCATION-SWITCH.
           PERFORM 333-MATCH-OPERATOR-LOCATION
               VARYING OPERAUTH-LOCATION-SUB FROM 1 BY 1
               UNTIL OPERAUTH-LOCATION-SUB > 10
                   OR OPERATOR-LOCATION-FOUND.
           IF NOT OPERATOR-CODE-FOUND
               MOVE "N" TO TRANSACTION-VALID-SWITCH
               MOVE "AU" TO ER-REASON-CODE
               MOVE "TRAN CODE NOT AUTHORIZED"
                   TO ER-REASON-TEXT
               PERFORM 390-WRITE-ERROR-TRANSACTION
           ELSE IF NOT OPERATOR-LOCATION-FOUND
               MOVE "N" TO TRANSACTION-VALID-SWITCH
               MOVE "AU" TO ER-REASON-CODE
               MOVE "LOCATION NOT AUTHORIZED"
                   TO ER-REASON-TEXT
               PERFORM 390-WRITE-ERROR-TRANSACTION.

       314-VALIDATE-CUSTOMER-ORDER.

           IF MT-CUSTOMER-NO NOT = SPACES
               MOVE MT-CUSTOMER-NO TO CUSTMST-CHECK-NO
               PERFORM 328-FIND-CUSTOMER-ENTRY
               IF NOT CUSTMST-FOUND
                   MOVE "N" TO TRANSACTION-VALID-SWITCH
                   MOVE "CX" TO ER-REASON-CODE
                   MOVE "CUSTOMER NOT ON FILE"
                       TO ER-REASON-TEXT
                   PERFORM 390-WRITE-ERROR-TRANSACTION.
           IF VALID-TRANSACTION
               IF MT-CUSTOMER-ORDER-DATE NOT NUMERIC
                   OR MT-CUSTOMER-ORDER-DATE = ZERO
                   MOVE MT-TRANSACTION-DATE TO MT-CUSTOMER-ORDER-DATE.

       315-VALIDATE-TRANSACTION.

           SET VALID-TRANSACTION TO TRUE.
           IF MT-PO-NUMBER-X = SPACES OR NOT RECEIPT-RECORD
               MOVE ZERO TO MT-PO-NUMBER.
           IF MT-LOT-EXPIRY-DATE-X = SPACES
               OR NOT (RECEIPT-RECORD OR COUNT-RECORD
                       OR TRANSFER-IN-RECORD-TYPE)
               MOVE ZERO TO MT-LOT-EXPIRY-DATE.
           IF MT-ITEM-NO NOT = HIGH-VALUES
               IF MT-ITEM-NO = SPACES OR MT-ITEM-NO NOT NUMERIC
                   OR ((ADD-RECORD OR CHANGE-RECORD) AND
                       (MT-UNIT-COST NOT NUMERIC
                        OR MT-UNIT-PRICE NOT NUMERIC
                        OR MT-REORDER-POINT NOT NUMERIC
                        OR NOT MT-LOT-FLAG-VALID))
                   OR (RECEIPT-RECORD AND
                       (MT-RECEIPT-QTY NOT NUMERIC
                        OR MT-UNIT-COST NOT NUMERIC
                        OR MT-PO-NUMBER NOT NUMERIC))
                   OR (ISSUE-RECORD AND MT-ISSUE-QTY NOT NUMERIC)
                   OR (ORDER-PLACED-RECORD AND
                       MT-ORDER-QTY NOT NUMERIC)
                       MT-TRANSFER-QTY NOT NUMERIC)
                   OR (TRANSFER-IN-RECORD-TYPE AND
                       MT-RECEIPT-QTY NOT NUMERIC)
                   OR ((RECEIPT-RECORD OR COUNT-RECORD
                        OR TRANSFER-IN-RECORD-TYPE) AND
                       MT-LOT-EXPIRY-DATE NOT NUMERIC)
                       MOVE "N" TO TRANSACTION-VALID-SWITCH
                       MOVE "IV" TO ER-REASON-CODE
                       MOVE "INVALID OR MISSING FIELD"
           IF VALID-TRANSACTION
               IF MT-ITEM-NO NOT = HIGH-VALUES
                   PERFORM 317-VALIDATE-TRANSACTION-DATES.
           IF VALID-TRANSACTION
               IF MT-ITEM-NO NOT = HIGH-VALUES
                   IF ISSUE-RECORD
                       PERFORM 314-VALIDATE-CUSTOMER-ORDER.
           IF VALID-TRANSACTION
               IF MT-ITEM-NO NOT = HIGH-VALUES
                   IF NOT TRANSFER-IN-RECORD-TYPE
                       PERFORM 312-VALIDATE-OPERATOR-AUTHORITY.

       316-VALIDATE-LOCATION-CODES.

                   IF ADD-RECORD
                       MOVE TRANSACTION-KEY TO LAST-ADD-KEY.

       326-MATCH-OPERATOR-CODE.

           IF OAE-ALLOWED-CODE (OPERAUTH-FOUND-SUB, OPERAUTH-CODE-SUB)
                   = MT-TRANSACTION-CODE
               AND OAE-ALLOWED-CODE (OPERAUTH-FOUND-SUB,
                   OPERAUTH-CODE-SUB) NOT = SPACE
               SET OPERATOR-CODE-FOUND TO TRUE.

       327-CHECK-FOR-CHECKPOINT-ON-READ.

           IF MT-ITEM-NO NOT = HIGH-VALUES
                   PERFORM 398-WRITE-CHECKPOINT-RECORD
                   MOVE ZERO TO TRANSACTIONS-SINCE-CHECKPOINT.

       328-FIND-CUSTOMER-ENTRY.

           MOVE "N" TO CUSTMST-FOUND-SWITCH.
           PERFORM 329-MATCH-CUSTOMER-ENTRY
               VARYING CUSTMST-SUB FROM 1 BY 1
               UNTIL CUSTMST-SUB > CUSTMST-COUNT
                   OR CUSTMST-FOUND.

       329-MATCH-CUSTOMER-ENTRY.

           IF CUSTMST-SUB <= CUSTMST-COUNT
               IF CME-CUSTOMER-NO (CUSTMST-SUB) = CUSTMST-CHECK-NO
                   SET CUSTMST-FOUND TO TRUE
                   MOVE CUSTMST-SUB TO CUSTMST-FOUND-SUB.

       330-MATCH-MASTER-TRAN.

           IF IM-INVENTORY-KEY > TRANSACTION-KEY
           ELSE
               PERFORM 370-PROCESS-MAST-TRAN-EQUAL.

       333-MATCH-OPERATOR-LOCATION.

           IF OAE-LOCATION (OPERAUTH-FOUND-SUB, OPERAUTH-LOCATION-SUB)
                   = MT-LOCATION OR "**"
               SET OPERATOR-LOCATION-FOUND TO TRUE.

       334-READ-OLD-LOT-BALANCE.

           READ LOTBALI
               AT END
                   MOVE HIGH-VALUES TO LI-LOT-KEY.

       340-WRITE-NEW-MASTER.

           PERFORM 450-PROCESS-BACKORDERS-FOR-ITEM.
           PERFORM 465-SYNC-OPEN-ORDERS-FOR-ITEM.
           PERFORM 489-SYNC-LOTS-FOR-ITEM.
           WRITE NEW-MASTER-RECORD.
           IF NOT NEWEMP-SUCCESSFUL
               DISPLAY "WRITE ERROR ON NEWEMP FOR ITEM NUMBER "
           MOVE NM-ON-ORDER TO NX-ON-ORDER.
           MOVE NM-DATE-LAST-RECEIPT TO NX-DATE-LAST-RECEIPT.
           MOVE NM-DATE-LAST-ISSUE TO NX-DATE-LAST-ISSUE.
           MOVE NM-LOT-CONTROL-FLAG TO NX-LOT-CONTROL-FLAG.
           WRITE NX-MASTER-RECORD.
           IF NOT NEWEMPX-SUCCESSFUL
               DISPLAY "WRITE ERROR ON NEWEMPX FOR ITEM NUMBER "

       370-PROCESS-MAST-TRAN-EQUAL.

           PERFORM 375-CHECK-OPERATOR-LIMITS.
           PERFORM 378-CHECK-LOT-DATA.
           IF IM-INVENTORY-KEY = HIGH-VALUES
               SET ALL-RECORDS-PROCESSED TO TRUE
           ELSE IF OPERATOR-LIMIT-EXCEEDED
               MOVE "AU" TO ER-REASON-CODE
               MOVE "OVER OPERATOR LIMIT"
                   TO ER-REASON-TEXT
               PERFORM 390-WRITE-ERROR-TRANSACTION
           ELSE IF LOT-DATA-INVALID
               MOVE "LT" TO ER-REASON-CODE
               MOVE LOT-ERROR-TEXT TO ER-REASON-TEXT
               PERFORM 390-WRITE-ERROR-TRANSACTION
           ELSE IF DELETE-RECORD
               PERFORM 400-APPLY-DELETE-TRANSACTION
           ELSE IF CHANGE-RECORD
                   TO ER-REASON-TEXT
               PERFORM 390-WRITE-ERROR-TRANSACTION.

       375-CHECK-OPERATOR-LIMITS.

           MOVE "N" TO OPERATOR-LIMIT-SWITCH.
           IF IM-INVENTORY-KEY NOT = HIGH-VALUES
               AND NOT TRANSFER-IN-RECORD-TYPE
               PERFORM 376-COMPUTE-AUTHORITY-AMOUNTS
               PERFORM 377-COMPARE-OPERATOR-LIMITS.

       376-COMPUTE-AUTHORITY-AMOUNTS.

           MOVE ZERO TO AUTHORITY-QTY.
           IF RECEIPT-RECORD OR ORDER-PLACED-RECORD
               MOVE MT-RECEIPT-QTY TO AUTHORITY-QTY
           ELSE IF ISSUE-RECORD OR TRANSFER-RECORD
               MOVE MT-ISSUE-QTY TO AUTHORITY-QTY
           ELSE IF COUNT-RECORD
               COMPUTE AUTHORITY-QTY = MT-COUNT-QTY - IM-ON-HAND
           ELSE IF DELETE-RECORD
               MOVE IM-ON-HAND TO AUTHORITY-QTY.
           IF COUNT-RECORD
               IF IM-LOT-CONTROLLED
                   PERFORM 428-LOCATE-COUNTED-LOT
                   COMPUTE AUTHORITY-QTY =
                           MT-COUNT-QTY - COUNT-BOOK-QTY.
           IF AUTHORITY-QTY < ZERO
               COMPUTE AUTHORITY-QTY = ZERO - AUTHORITY-QTY.
           MOVE IM-UNIT-COST TO AUTHORITY-UNIT-COST.
           IF RECEIPT-RECORD
               IF MT-UNIT-COST > ZERO
                   MOVE MT-UNIT-COST TO AUTHORITY-UNIT-COST.
           COMPUTE AUTHORITY-VALUE =
                   AUTHORITY-QTY * AUTHORITY-UNIT-COST.

       377-COMPARE-OPERATOR-LIMITS.

           IF OAE-MAX-QUANTITY (OPERAUTH-FOUND-SUB) > ZERO
               IF AUTHORITY-QTY > OAE-MAX-QUANTITY (OPERAUTH-FOUND-SUB)
                   SET OPERATOR-LIMIT-EXCEEDED TO TRUE.
           IF OAE-MAX-VALUE (OPERAUTH-FOUND-SUB) > ZERO
               IF AUTHORITY-VALUE > OAE-MAX-VALUE (OPERAUTH-FOUND-SUB)
                   SET OPERATOR-LIMIT-EXCEEDED TO TRUE.

       378-CHECK-LOT-DATA.

           MOVE "N" TO LOT-DATA-SWITCH.
           IF IM-INVENTORY-KEY NOT = HIGH-VALUES
               AND IM-LOT-CONTROLLED
               AND (RECEIPT-RECORD OR COUNT-RECORD)
               PERFORM 379-EDIT-LOT-FIELDS.

       379-EDIT-LOT-FIELDS.

           IF MT-LOT-NUMBER = SPACES
               SET LOT-DATA-INVALID TO TRUE
               MOVE "LOT NUMBER REQUIRED" TO LOT-ERROR-TEXT
           ELSE IF MT-LOT-EXPIRY-DATE NOT = ZERO
               AND (MT-LOT-EXP-MM < 01 OR MT-LOT-EXP-MM > 12
                    OR MT-LOT-EXP-DD < 01 OR MT-LOT-EXP-DD > 31)
               SET LOT-DATA-INVALID TO TRUE
               MOVE "INVALID LOT EXPIRY DATE" TO LOT-ERROR-TEXT.

       380-APPLY-ADD-TRANSACTION.

           MOVE MT-ITEM-NO TO NM-ITEM-NO.
                        NM-ON-ORDER
                        NM-DATE-LAST-RECEIPT
                        NM-DATE-LAST-ISSUE.
           IF MT-LOT-CONTROL-FLAG = "Y"
               MOVE "Y" TO NM-LOT-CONTROL-FLAG
           ELSE
               MOVE "N" TO NM-LOT-CONTROL-FLAG.
           SET WRITE-MASTER TO TRUE.
           SET NEED-TRANSACTION TO TRUE.
           ADD 1 TO CT-ADDS.
           PERFORM 440-WRITE-AUDIT-RECORD.
           PERFORM 455-RELEASE-BACKORDERS-FOR-ITEM.
           PERFORM 457-RELEASE-OPEN-ORDERS-FOR-ITEM.
           PERFORM 490-RELEASE-LOTS-FOR-ITEM.
           SET NEED-MASTER TO TRUE.
           SET NEED-TRANSACTION TO TRUE.
           ADD 1 TO CT-DELETES.
               MOVE MT-UNIT-PRICE TO IM-UNIT-PRICE.
           IF MT-REORDER-POINT NOT = ZERO
               MOVE MT-REORDER-POINT TO IM-REORDER-POINT.
           IF MT-LOT-CONTROL-FLAG NOT = SPACE
               MOVE MT-LOT-CONTROL-FLAG TO IM-LOT-CONTROL-FLAG.
           SET NEED-TRANSACTION TO TRUE.
           ADD 1 TO CT-CHANGES.

           ADD MT-RECEIPT-QTY TO IM-ON-HAND.
           SUBTRACT MT-RECEIPT-QTY FROM IM-ON-ORDER.
           MOVE MT-TRANSACTION-DATE TO IM-DATE-LAST-RECEIPT.
           IF IM-LOT-CONTROLLED
               PERFORM 488-POST-LOT-RECEIPT.
           PERFORM 470-POSITION-OPEN-ORDERS.
           PERFORM 474-RELIEVE-OPEN-ORDERS.
           SET NEED-TRANSACTION TO TRUE.

       427-APPLY-COUNT-TRANSACTION.

           MOVE IM-ON-HAND TO COUNT-BOOK-QTY.
           IF IM-LOT-CONTROLLED
               PERFORM 428-LOCATE-COUNTED-LOT.
           MOVE IM-ITEM-NO TO VC-ITEM-NO.
           MOVE IM-LOCATION TO VC-LOCATION.
           MOVE COUNT-BOOK-QTY TO VC-BOOK-QTY.
           MOVE MT-COUNT-QTY TO VC-COUNT-QTY.
           COMPUTE VC-VARIANCE-QTY =
                   MT-COUNT-QTY - COUNT-BOOK-QTY.
           MOVE IM-UNIT-COST TO VC-UNIT-COST.
           COMPUTE VC-VARIANCE-VALUE =
                   (MT-COUNT-QTY - COUNT-BOOK-QTY) * IM-UNIT-COST.
           PERFORM 440-WRITE-AUDIT-RECORD.
           WRITE COUNT-VARIANCE-RECORD.
           IF NOT VARFILE-SUCCESSFUL
               DISPLAY "WRITE ERROR ON VARFILE FOR ITEM NUMBER "
               SET FATAL-ERROR TO TRUE
               SET ALL-RECORDS-PROCESSED TO TRUE
           ELSE
               ADD VC-VARIANCE-QTY TO IM-ON-HAND
               ADD 1 TO CT-COUNTS
               IF IM-LOT-CONTROLLED
                   PERFORM 429-SET-COUNTED-LOT.
           SET NEED-TRANSACTION TO TRUE.

       428-LOCATE-COUNTED-LOT.

           MOVE TRANSACTION-KEY TO LOT-LIMIT-KEY.
           PERFORM 480-POSITION-LOTS.
           MOVE MT-LOT-NUMBER TO LOT-CHECK-NUMBER.
           PERFORM 483-FIND-LOT-ENTRY.
           IF LOT-FOUND
               MOVE LE-ON-HAND (LOT-FOUND-SUB) TO COUNT-BOOK-QTY
           ELSE
               MOVE ZERO TO COUNT-BOOK-QTY.

       429-SET-COUNTED-LOT.

           IF LOT-FOUND
               MOVE MT-COUNT-QTY TO LE-ON-HAND (LOT-FOUND-SUB)
           ELSE IF MT-COUNT-QTY NOT = ZERO
               MOVE MT-LOT-NUMBER TO NEW-LOT-NUMBER
               MOVE MT-COUNT-QTY TO NEW-LOT-ON-HAND
               MOVE MT-LOT-EXPIRY-DATE TO NEW-LOT-EXPIRY-DATE
               MOVE MT-TRANSACTION-DATE TO NEW-LOT-RECEIPT-DATE
               PERFORM 485-ADD-LOT-ENTRY.

       430-APPLY-ISSUE-TRANSACTION.

           PERFORM 440-WRITE-AUDIT-RECORD.
           MOVE MT-TRANSACTION-DATE TO IM-DATE-LAST-ISSUE.
           MOVE ZERO TO LOT-RELIEF-QTY.
           IF MT-ISSUE-QTY <= IM-ON-HAND
               MOVE MT-ISSUE-QTY TO LOT-RELIEF-QTY
               SUBTRACT MT-ISSUE-QTY FROM IM-ON-HAND
               ADD 1 TO CT-ISSUES
           ELSE IF IM-ON-HAND > ZERO
               COMPUTE UNFILLED-QTY = MT-ISSUE-QTY - IM-ON-HAND
               PERFORM 431-SUSPEND-ISSUE-LINE
               MOVE IM-ON-HAND TO LOT-RELIEF-QTY
               MOVE ZERO TO IM-ON-HAND
               ADD 1 TO CT-ISSUES-PARTIAL
           ELSE
               MOVE MT-ISSUE-QTY TO UNFILLED-QTY
               PERFORM 431-SUSPEND-ISSUE-LINE
               ADD 1 TO CT-ISSUES-SUSPENDED.
           IF IM-LOT-CONTROLLED
               MOVE TRANSACTION-KEY TO LOT-LIMIT-KEY
               PERFORM 491-RELIEVE-LOTS-FEFO.
           SET NEED-TRANSACTION TO TRUE.

       431-SUSPEND-ISSUE-LINE.

           MOVE TRANSACTION-KEY TO BACKORDER-LIMIT-KEY.
           PERFORM 451-POSITION-BACKORDERS.
           IF BACKORDER-LINE-COUNT >= BACKORDER-LINE-MAX
               DISPLAY "BACKORDER TABLE FULL FOR ITEM NUMBER "
                   MT-ITEM-NO
               MOVE TRANSACTION-KEY TO BO-BACKORDER-KEY
               MOVE UNFILLED-QTY TO BO-SUSPENDED-QTY
               MOVE MT-CUSTOMER-NO TO BO-CUSTOMER-NO
               MOVE MT-CUSTOMER-ORDER-NO TO BO-CUSTOMER-ORDER-NO
               MOVE MT-CUSTOMER-ORDER-DATE TO BO-ORDER-DATE
               MOVE UNFILLED-QTY TO BO-ORIGINAL-QTY
               ADD UNFILLED-QTY TO CT-QTY-SUSPENDED
               PERFORM 458-WRITE-NEW-BACKORDER
           ELSE
               ADD 1 TO BACKORDER-LINE-COUNT
               MOVE MT-CUSTOMER-NO
                   TO BE-CUSTOMER-NO (BACKORDER-LINE-COUNT)
               MOVE MT-CUSTOMER-ORDER-NO
                   TO BE-CUSTOMER-ORDER-NO (BACKORDER-LINE-COUNT)
               MOVE MT-CUSTOMER-ORDER-DATE
                   TO BE-ORDER-DATE (BACKORDER-LINE-COUNT)
               MOVE UNFILLED-QTY
                   TO BE-ORIGINAL-QTY (BACKORDER-LINE-COUNT)
               MOVE UNFILLED-QTY
                   TO BE-SUSPENDED-QTY (BACKORDER-LINE-COUNT)
               MOVE "Y" TO BE-NEW-LINE-FLAG (BACKORDER-LINE-COUNT)
               PERFORM 433-SET-FILL-KEY.

       433-SET-FILL-KEY.

           MOVE "N" TO BE-FILL-DONE-FLAG (BACKORDER-LINE-COUNT).
           MOVE "9" TO BE-FILL-PRIORITY (BACKORDER-LINE-COUNT).
           IF FILL-BY-PRIORITY
               MOVE BE-CUSTOMER-NO (BACKORDER-LINE-COUNT)
                   TO CUSTMST-CHECK-NO
               PERFORM 328-FIND-CUSTOMER-ENTRY
               IF CUSTMST-FOUND
                   IF CME-PRIORITY-CODE (CUSTMST-FOUND-SUB) NOT = SPACE
                       MOVE CME-PRIORITY-CODE (CUSTMST-FOUND-SUB)
                           TO BE-FILL-PRIORITY (BACKORDER-LINE-COUNT).
           MOVE BE-ORDER-DATE (BACKORDER-LINE-COUNT)
               TO BE-FILL-ORDER-DATE (BACKORDER-LINE-COUNT).
           MOVE BE-CUSTOMER-ORDER-NO (BACKORDER-LINE-COUNT)
               TO BE-FILL-ORDER-NO (BACKORDER-LINE-COUNT).

       395-CHECK-FOR-CHECKPOINT.

           ADD 1 TO RECORDS-SINCE-CHECKPOINT.
           MOVE CT-QTY-BACKFILLED TO CKR-QTY-BACKFILLED.
           MOVE CT-BACKORDERS-CARRIED TO CKR-BACKORDERS-CARRIED.
           MOVE CT-ERRORS TO CKR-ERRORS.
           MOVE CT-TRANIN-WRITTEN TO CKR-TRANIN-WRITTEN.
           WRITE CHECKPOINT-RECORD.
           IF NOT CHECKPOINT-SUCCESSFUL
               DISPLAY "WRITE ERROR ON CHECKPOINT FILE FOR ITEM "
               PERFORM 440-WRITE-AUDIT-RECORD
               SUBTRACT MT-TRANSFER-QTY FROM IM-ON-HAND
               MOVE MT-TRANSACTION-DATE TO IM-DATE-LAST-ISSUE
               PERFORM 434-SHIP-TRANSFER-QUANTITY
               SET NEED-TRANSACTION TO TRUE
               ADD 1 TO CT-TRANSFERS.

       434-SHIP-TRANSFER-QUANTITY.

           MOVE MT-TRANSFER-QTY TO LOT-RELIEF-QTY.
           IF IM-LOT-CONTROLLED
               SET SHIPPING-TRANSFER-LOTS TO TRUE
               MOVE TRANSACTION-KEY TO LOT-LIMIT-KEY
               PERFORM 491-RELIEVE-LOTS-FEFO
               MOVE "N" TO TRANSFER-LOTS-SWITCH.
           IF LOT-RELIEF-QTY > ZERO OR NOT IM-LOT-CONTROLLED
               MOVE LOT-RELIEF-QTY TO TRANSFER-IN-QTY
               MOVE SPACES TO TRANSFER-IN-LOT-NUMBER
               MOVE ZERO TO TRANSFER-IN-LOT-EXPIRY
               PERFORM 436-WRITE-TRANSFER-IN-TRAN.

       436-WRITE-TRANSFER-IN-TRAN.

           MOVE MAINTENANCE-TRANSACTION TO GENERATED-TRANSFER-IN.
           MOVE IM-UNIT-COST TO GT-UNIT-COST.
           MOVE IM-UNIT-PRICE TO GT-UNIT-PRICE.
           MOVE ZERO TO GT-REORDER-POINT.
           MOVE TRANSFER-IN-QTY TO GT-RECEIPT-QTY.
           MOVE ZERO TO GT-ISSUE-QTY.
           MOVE MT-TO-LOCATION TO GT-LOCATION.
           MOVE MT-LOCATION TO GT-TO-LOCATION.
           MOVE SPACES TO GT-CUSTOMER-NO
                          GT-CUSTOMER-ORDER-NO.
           MOVE ZERO TO GT-CUSTOMER-ORDER-DATE
                        GT-PO-NUMBER.
           MOVE TRANSFER-IN-LOT-NUMBER TO GT-LOT-NUMBER.
           MOVE TRANSFER-IN-LOT-EXPIRY TO GT-LOT-EXPIRY-DATE.
           MOVE SPACE TO GT-LOT-CONTROL-FLAG.
           WRITE TRANSFER-IN-RECORD FROM GENERATED-TRANSFER-IN.
           IF NOT TRANIN-SUCCESSFUL
               DISPLAY "WRITE ERROR ON TRANIN FOR ITEM NUMBER "
                   MT-ITEM-NO
               DISPLAY "FILE STATUS CODE IS " TRANIN-FILE-STATUS
               SET FATAL-ERROR TO TRUE
               SET ALL-RECORDS-PROCESSED TO TRUE
           ELSE
               ADD 1 TO CT-TRANIN-WRITTEN.

       437-APPLY-TRANSFER-IN-TRAN.

                   PERFORM 424-RECOMPUTE-AVERAGE-COST.
           ADD MT-RECEIPT-QTY TO IM-ON-HAND.
           MOVE MT-TRANSACTION-DATE TO IM-DATE-LAST-RECEIPT.
           IF IM-LOT-CONTROLLED
               PERFORM 488-POST-LOT-RECEIPT.
           SET NEED-TRANSACTION TO TRUE.
           ADD 1 TO CT-TRANSFERS-IN.

       440-WRITE-AUDIT-RECORD.

           MOVE MT-RECEIPT-QTY TO AUDIT-RECEIPT-QTY.
           IF COUNT-RECORD AND IM-LOT-CONTROLLED
               COMPUTE AUDIT-RECEIPT-QTY =
                       IM-ON-HAND + VC-VARIANCE-QTY.
           IF TRANSACTION-KEY > RESTART-AUDITED-KEY
               MOVE IM-ITEM-NO TO AR-BEFORE-ITEM-NO
               MOVE IM-LOCATION TO AR-BEFORE-LOCATION
               MOVE MT-UNIT-COST TO AR-UNIT-COST
               MOVE MT-UNIT-PRICE TO AR-UNIT-PRICE
               MOVE MT-REORDER-POINT TO AR-REORDER-POINT
               MOVE AUDIT-RECEIPT-QTY TO AR-RECEIPT-QTY
               MOVE MT-ISSUE-QTY TO AR-ISSUE-QTY
               MOVE MT-TRANSACTION-DATE TO AR-TRANSACTION-DATE
               MOVE MT-PO-NUMBER TO AR-PO-NUMBER
               MOVE MT-OPERATOR-ID TO AR-OPERATOR-ID
               WRITE AUDIT-RECORD
               IF NOT AUDIT-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON AUDIT FILE FOR ITEM NUMBER "
       450-PROCESS-BACKORDERS-FOR-ITEM.

           MOVE NM-INVENTORY-KEY TO BACKORDER-LIMIT-KEY.
           PERFORM 451-POSITION-BACKORDERS.
           PERFORM 454-SELECT-NEXT-FILL-LINE.
           PERFORM 456-FILL-BACKORDER-LINE
               UNTIL BACKORDER-NEXT-SUB = ZERO.
           PERFORM 462-FLUSH-BACKORDER-TABLE.

       451-POSITION-BACKORDERS.

           IF CURRENT-BACKORDER-KEY NOT = BACKORDER-LIMIT-KEY
               PERFORM 452-CARRY-PRIOR-BACKORDER
                   UNTIL BI-BACKORDER-KEY >= BACKORDER-LIMIT-KEY
               PERFORM 453-LOAD-BACKORDER-ENTRY
                   UNTIL BI-BACKORDER-KEY NOT = BACKORDER-LIMIT-KEY
               MOVE BACKORDER-LIMIT-KEY TO CURRENT-BACKORDER-KEY.

       452-CARRY-PRIOR-BACKORDER.

           MOVE OLD-BACKORDER-RECORD TO NEW-BACKORDER-RECORD.
           ADD 1 TO CT-BACKORDERS-CARRIED.
           PERFORM 458-WRITE-NEW-BACKORDER.
           PERFORM 322-READ-OLD-BACKORDER.

       453-LOAD-BACKORDER-ENTRY.

           IF BACKORDER-LINE-COUNT >= BACKORDER-LINE-MAX
               DISPLAY "BACKORDER TABLE FULL FOR ITEM NUMBER "
                   BI-ITEM-NO
               PERFORM 452-CARRY-PRIOR-BACKORDER
           ELSE
               ADD 1 TO BACKORDER-LINE-COUNT
               MOVE BI-CUSTOMER-NO
                   TO BE-CUSTOMER-NO (BACKORDER-LINE-COUNT)
               MOVE BI-CUSTOMER-ORDER-NO
                   TO BE-CUSTOMER-ORDER-NO (BACKORDER-LINE-COUNT)
               MOVE BI-ORDER-DATE
                   TO BE-ORDER-DATE (BACKORDER-LINE-COUNT)
               MOVE BI-ORIGINAL-QTY
                   TO BE-ORIGINAL-QTY (BACKORDER-LINE-COUNT)
               MOVE BI-SUSPENDED-QTY
                   TO BE-SUSPENDED-QTY (BACKORDER-LINE-COUNT)
               MOVE "N" TO BE-NEW-LINE-FLAG (BACKORDER-LINE-COUNT)
               PERFORM 433-SET-FILL-KEY
               PERFORM 322-READ-OLD-BACKORDER.

       454-SELECT-NEXT-FILL-LINE.

           MOVE ZERO TO BACKORDER-NEXT-SUB.
           MOVE HIGH-VALUES TO BEST-FILL-KEY.
           IF NM-ON-HAND > ZERO
               PERFORM 459-COMPARE-FILL-KEY
                   VARYING BACKORDER-SUB FROM 1 BY 1
                   UNTIL BACKORDER-SUB > BACKORDER-LINE-COUNT.

       455-RELEASE-BACKORDERS-FOR-ITEM.

           MOVE IM-INVENTORY-KEY TO BACKORDER-LIMIT-KEY.
           PERFORM 451-POSITION-BACKORDERS.
           PERFORM 462-FLUSH-BACKORDER-TABLE.

       456-FILL-BACKORDER-LINE.

           IF BE-SUSPENDED-QTY (BACKORDER-NEXT-SUB) <= NM-ON-HAND
               MOVE BE-SUSPENDED-QTY (BACKORDER-NEXT-SUB) TO FILL-QTY
               ADD 1 TO CT-BACKORDERS-FILLED
           ELSE
               MOVE NM-ON-HAND TO FILL-QTY.
           SUBTRACT FILL-QTY FROM NM-ON-HAND.
           SUBTRACT FILL-QTY FROM BE-SUSPENDED-QTY (BACKORDER-NEXT-SUB).
           PERFORM 463-FORMAT-FILL-NOTICE.
           MOVE FILL-QTY TO LOT-RELIEF-QTY.
           IF NM-LOT-CONTROLLED
               SET PRINTING-FILL-LOTS TO TRUE
               MOVE NM-INVENTORY-KEY TO LOT-LIMIT-KEY
               PERFORM 491-RELIEVE-LOTS-FEFO
               MOVE "N" TO FILL-LOTS-SWITCH.
           IF LOT-RELIEF-QTY > ZERO OR NOT NM-LOT-CONTROLLED
               MOVE LOT-RELIEF-QTY TO FND-FILL-QTY
               MOVE SPACES TO FND-LOT-NUMBER
                              FND-LOT-EXPIRY
               PERFORM 466-PRINT-FILL-NOTICE-LINE.
           ADD FILL-QTY TO CT-QTY-BACKFILLED.
           MOVE "Y" TO BE-FILL-DONE-FLAG (BACKORDER-NEXT-SUB).
           PERFORM 454-SELECT-NEXT-FILL-LINE.

       457-RELEASE-OPEN-ORDERS-FOR-ITEM.

               SET FATAL-ERROR TO TRUE
               SET ALL-RECORDS-PROCESSED TO TRUE.

       459-COMPARE-FILL-KEY.

           IF BE-FILL-DONE-FLAG (BACKORDER-SUB) = "N"
               AND BE-SUSPENDED-QTY (BACKORDER-SUB) > ZERO
               IF BE-FILL-KEY (BACKORDER-SUB) < BEST-FILL-KEY
                   MOVE BE-FILL-KEY (BACKORDER-SUB) TO BEST-FILL-KEY
                   MOVE BACKORDER-SUB TO BACKORDER-NEXT-SUB.

       460-FLUSH-REMAINING-BACKORDERS.

           PERFORM 452-CARRY-PRIOR-BACKORDER.

       461-WRITE-BACKORDER-ENTRY.

           IF BE-SUSPENDED-QTY (BACKORDER-SUB) > ZERO
               MOVE CURRENT-BACKORDER-KEY TO BO-BACKORDER-KEY
               MOVE BE-SUSPENDED-QTY (BACKORDER-SUB)
                   TO BO-SUSPENDED-QTY
               MOVE BE-CUSTOMER-NO (BACKORDER-SUB) TO BO-CUSTOMER-NO
               MOVE BE-CUSTOMER-ORDER-NO (BACKORDER-SUB)
                   TO BO-CUSTOMER-ORDER-NO
               MOVE BE-ORDER-DATE (BACKORDER-SUB) TO BO-ORDER-DATE
               MOVE BE-ORIGINAL-QTY (BACKORDER-SUB) TO BO-ORIGINAL-QTY
               IF BE-NEW-LINE-FLAG (BACKORDER-SUB) = "Y"
                   ADD BE-SUSPENDED-QTY (BACKORDER-SUB)
                       TO CT-QTY-SUSPENDED
                   PERFORM 458-WRITE-NEW-BACKORDER
               ELSE
                   ADD 1 TO CT-BACKORDERS-CARRIED
                   PERFORM 458-WRITE-NEW-BACKORDER.

       462-FLUSH-BACKORDER-TABLE.

           PERFORM 461-WRITE-BACKORDER-ENTRY
               VARYING BACKORDER-SUB FROM 1 BY 1
               UNTIL BACKORDER-SUB > BACKORDER-LINE-COUNT.
           MOVE ZERO TO BACKORDER-LINE-COUNT.
           MOVE LOW-VALUES TO CURRENT-BACKORDER-KEY.

       463-FORMAT-FILL-NOTICE.

           MOVE NM-ITEM-NO TO FND-ITEM-NO.
           MOVE NM-LOCATION TO FND-LOCATION.
           MOVE NM-ITEM-DESC TO FND-ITEM-DESC.
           MOVE BE-CUSTOMER-NO (BACKORDER-NEXT-SUB) TO FND-CUSTOMER-NO.
           MOVE SPACES TO FND-CUSTOMER-NAME.
           IF BE-CUSTOMER-NO (BACKORDER-NEXT-SUB) NOT = SPACES
               MOVE BE-CUSTOMER-NO (BACKORDER-NEXT-SUB)
                   TO CUSTMST-CHECK-NO
               PERFORM 328-FIND-CUSTOMER-ENTRY
               IF CUSTMST-FOUND
                   MOVE CME-CUSTOMER-NAME (CUSTMST-FOUND-SUB)
                       TO FND-CUSTOMER-NAME.
           MOVE BE-CUSTOMER-ORDER-NO (BACKORDER-NEXT-SUB)
               TO FND-CUSTOMER-ORDER-NO.
           MOVE BE-ORDER-DATE (BACKORDER-NEXT-SUB) (5:2)
               TO FND-ORDER-MM.
           MOVE BE-ORDER-DATE (BACKORDER-NEXT-SUB) (7:2)
               TO FND-ORDER-DD.
           MOVE BE-ORDER-DATE (BACKORDER-NEXT-SUB) (1:4)
               TO FND-ORDER-CCYY.
           MOVE BE-SUSPENDED-QTY (BACKORDER-NEXT-SUB) TO FND-OPEN-QTY.
           IF BE-SUSPENDED-QTY (BACKORDER-NEXT-SUB) = ZERO
               MOVE "FILLED" TO FND-FILL-STATUS
           ELSE
               MOVE "PARTIAL" TO FND-FILL-STATUS.

       464-PRINT-FILL-NOTICE-HEADINGS.

           ADD 1 TO FN-PAGE-NUMBER.
           MOVE RUN-DATE-MM TO FNH1-MM.
           MOVE RUN-DATE-DD TO FNH1-DD.
           MOVE RUN-DATE-CCYY TO FNH1-CCYY.
           MOVE FN-PAGE-NUMBER TO FNH1-PAGE.
           IF FILL-BY-PRIORITY
               MOVE "CUSTOMER PRIORITY" TO FNH2-FILL-SEQUENCE
           ELSE
               MOVE "OLDEST ORDER FIRST" TO FNH2-FILL-SEQUENCE.
           WRITE FILLNTC-PRINT-AREA FROM FILLNTC-HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE FILLNTC-PRINT-AREA FROM FILLNTC-HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE FILLNTC-PRINT-AREA FROM FILLNTC-HEADING-LINE-3
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO FILLNTC-PRINT-AREA.
           WRITE FILLNTC-PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE ZERO TO FN-LINE-COUNT.

       465-SYNC-OPEN-ORDERS-FOR-ITEM.

           IF CURRENT-OPEN-KEY = NM-INVENTORY-KEY
           PERFORM 471-CARRY-PRIOR-OPEN-ORDER
               UNTIL OI-OPEN-ORDER-KEY > OPEN-ORDER-LIMIT-KEY.

       466-PRINT-FILL-NOTICE-LINE.

           IF FN-LINE-COUNT >= FN-LINES-PER-PAGE
               PERFORM 464-PRINT-FILL-NOTICE-HEADINGS.
           WRITE FILLNTC-PRINT-AREA FROM FILLNTC-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO FN-LINE-COUNT.

       467-PRINT-FILL-LOT-LINE.

           MOVE LOT-TAKE-QTY TO FND-FILL-QTY.
           MOVE LE-LOT-NUMBER (LOT-NEXT-SUB) TO FND-LOT-NUMBER.
           MOVE SPACES TO FND-LOT-EXPIRY.
           IF LE-EXPIRY-DATE (LOT-NEXT-SUB) > ZERO
               MOVE LE-EXPIRY-DATE (LOT-NEXT-SUB) (5:2) TO FNE-MM
               MOVE LE-EXPIRY-DATE (LOT-NEXT-SUB) (7:2) TO FNE-DD
               MOVE LE-EXPIRY-DATE (LOT-NEXT-SUB) (1:4) TO FNE-CCYY
               MOVE FN-EXPIRY-EDIT TO FND-LOT-EXPIRY.
           PERFORM 466-PRINT-FILL-NOTICE-LINE.

       470-POSITION-OPEN-ORDERS.

           IF CURRENT-OPEN-KEY NOT = TRANSACTION-KEY
               SET FATAL-ERROR TO TRUE
               SET ALL-RECORDS-PROCESSED TO TRUE.

       480-POSITION-LOTS.

           IF CURRENT-LOT-KEY NOT = LOT-LIMIT-KEY
               PERFORM 495-FLUSH-LOT-TABLE
               PERFORM 481-CARRY-PRIOR-LOT
                   UNTIL LI-LOT-ITEM-KEY >= LOT-LIMIT-KEY
               PERFORM 482-LOAD-LOT-ENTRY
                   UNTIL LI-LOT-ITEM-KEY NOT = LOT-LIMIT-KEY
               MOVE LOT-LIMIT-KEY TO CURRENT-LOT-KEY.

       481-CARRY-PRIOR-LOT.

           MOVE OLD-LOT-BALANCE-RECORD TO NEW-LOT-BALANCE-RECORD.
           PERFORM 498-WRITE-NEW-LOT-BALANCE.
           PERFORM 334-READ-OLD-LOT-BALANCE.

       482-LOAD-LOT-ENTRY.

           IF LOT-COUNT >= LOT-MAX
               DISPLAY "LOT TABLE FULL FOR ITEM NUMBER "
                   LI-ITEM-NO
               PERFORM 481-CARRY-PRIOR-LOT
           ELSE
               ADD 1 TO LOT-COUNT
               MOVE LI-LOT-NUMBER TO LE-LOT-NUMBER (LOT-COUNT)
               MOVE LI-ON-HAND TO LE-ON-HAND (LOT-COUNT)
               MOVE LI-EXPIRY-DATE TO LE-EXPIRY-DATE (LOT-COUNT)
               MOVE LI-RECEIPT-DATE TO LE-RECEIPT-DATE (LOT-COUNT)
               MOVE LOT-COUNT TO LOT-KEY-SUB
               PERFORM 499-SET-LOT-FEFO-KEY
               PERFORM 334-READ-OLD-LOT-BALANCE.

       483-FIND-LOT-ENTRY.

           MOVE "N" TO LOT-FOUND-SWITCH.
           PERFORM 484-MATCH-LOT-ENTRY
               VARYING LOT-SUB FROM 1 BY 1
               UNTIL LOT-SUB > LOT-COUNT
                   OR LOT-FOUND.

       484-MATCH-LOT-ENTRY.

           IF LOT-SUB <= LOT-COUNT
               IF LE-LOT-NUMBER (LOT-SUB) = LOT-CHECK-NUMBER
                   SET LOT-FOUND TO TRUE
                   MOVE LOT-SUB TO LOT-FOUND-SUB.

       485-ADD-LOT-ENTRY.

           IF LOT-COUNT >= LOT-MAX
               DISPLAY "LOT TABLE FULL FOR ITEM NUMBER "
                   MT-ITEM-NO
               MOVE CURRENT-LOT-KEY TO LO-LOT-ITEM-KEY
               MOVE NEW-LOT-NUMBER TO LO-LOT-NUMBER
               MOVE NEW-LOT-ON-HAND TO LO-ON-HAND
               MOVE NEW-LOT-EXPIRY-DATE TO LO-EXPIRY-DATE
               MOVE NEW-LOT-RECEIPT-DATE TO LO-RECEIPT-DATE
               PERFORM 498-WRITE-NEW-LOT-BALANCE
           ELSE
               COMPUTE LOT-INSERT-SUB = LOT-COUNT + 1
               MOVE "N" TO LOT-INSERT-SWITCH
               PERFORM 486-MATCH-LOT-INSERT-POINT
                   VARYING LOT-SUB FROM 1 BY 1
                   UNTIL LOT-SUB > LOT-COUNT
                       OR LOT-INSERT-FOUND
               PERFORM 487-SHIFT-LOT-ENTRY
                   VARYING LOT-SUB FROM LOT-COUNT BY -1
                   UNTIL LOT-SUB < LOT-INSERT-SUB
               ADD 1 TO LOT-COUNT
               MOVE NEW-LOT-NUMBER TO LE-LOT-NUMBER (LOT-INSERT-SUB)
               MOVE NEW-LOT-ON-HAND TO LE-ON-HAND (LOT-INSERT-SUB)
               MOVE NEW-LOT-EXPIRY-DATE
                   TO LE-EXPIRY-DATE (LOT-INSERT-SUB)
               MOVE NEW-LOT-RECEIPT-DATE
                   TO LE-RECEIPT-DATE (LOT-INSERT-SUB)
               MOVE LOT-INSERT-SUB TO LOT-KEY-SUB
               PERFORM 499-SET-LOT-FEFO-KEY.

       486-MATCH-LOT-INSERT-POINT.

           IF LOT-SUB <= LOT-COUNT
               IF LE-LOT-NUMBER (LOT-SUB) > NEW-LOT-NUMBER
                   SET LOT-INSERT-FOUND TO TRUE
                   MOVE LOT-SUB TO LOT-INSERT-SUB.

       487-SHIFT-LOT-ENTRY.

           MOVE LOT-ENTRY (LOT-SUB) TO LOT-ENTRY (LOT-SUB + 1).

       488-POST-LOT-RECEIPT.

           MOVE TRANSACTION-KEY TO LOT-LIMIT-KEY.
           PERFORM 480-POSITION-LOTS.
           MOVE MT-LOT-NUMBER TO LOT-CHECK-NUMBER.
           PERFORM 483-FIND-LOT-ENTRY.
           IF LOT-FOUND
               ADD MT-RECEIPT-QTY TO LE-ON-HAND (LOT-FOUND-SUB)
           ELSE
               MOVE MT-LOT-NUMBER TO NEW-LOT-NUMBER
               MOVE MT-RECEIPT-QTY TO NEW-LOT-ON-HAND
               MOVE MT-LOT-EXPIRY-DATE TO NEW-LOT-EXPIRY-DATE
               MOVE MT-TRANSACTION-DATE TO NEW-LOT-RECEIPT-DATE
               PERFORM 485-ADD-LOT-ENTRY.

       489-SYNC-LOTS-FOR-ITEM.

           IF CURRENT-LOT-KEY = NM-INVENTORY-KEY
               PERFORM 495-FLUSH-LOT-TABLE
               MOVE LOW-VALUES TO CURRENT-LOT-KEY.
           MOVE NM-INVENTORY-KEY TO LOT-LIMIT-KEY.
           PERFORM 481-CARRY-PRIOR-LOT
               UNTIL LI-LOT-ITEM-KEY > LOT-LIMIT-KEY.

       490-RELEASE-LOTS-FOR-ITEM.

           IF CURRENT-LOT-KEY = TRANSACTION-KEY
               PERFORM 495-FLUSH-LOT-TABLE
               MOVE LOW-VALUES TO CURRENT-LOT-KEY.
           MOVE IM-INVENTORY-KEY TO LOT-LIMIT-KEY.
           PERFORM 481-CARRY-PRIOR-LOT
               UNTIL LI-LOT-ITEM-KEY > LOT-LIMIT-KEY.

       491-RELIEVE-LOTS-FEFO.

           PERFORM 480-POSITION-LOTS.
           PERFORM 492-SELECT-NEXT-LOT.
           PERFORM 493-RELIEVE-LOT-ENTRY
               UNTIL LOT-NEXT-SUB = ZERO.

       492-SELECT-NEXT-LOT.

           MOVE ZERO TO LOT-NEXT-SUB.
           MOVE HIGH-VALUES TO BEST-LOT-KEY.
           IF LOT-RELIEF-QTY > ZERO
               PERFORM 494-COMPARE-LOT-FEFO-KEY
                   VARYING LOT-SUB FROM 1 BY 1
                   UNTIL LOT-SUB > LOT-COUNT.

       493-RELIEVE-LOT-ENTRY.

           IF LE-ON-HAND (LOT-NEXT-SUB) <= LOT-RELIEF-QTY
               MOVE LE-ON-HAND (LOT-NEXT-SUB) TO LOT-TAKE-QTY
           ELSE
               MOVE LOT-RELIEF-QTY TO LOT-TAKE-QTY.
           SUBTRACT LOT-TAKE-QTY FROM LE-ON-HAND (LOT-NEXT-SUB).
           SUBTRACT LOT-TAKE-QTY FROM LOT-RELIEF-QTY.
           IF SHIPPING-TRANSFER-LOTS
               MOVE LOT-TAKE-QTY TO TRANSFER-IN-QTY
               MOVE LE-LOT-NUMBER (LOT-NEXT-SUB)
                   TO TRANSFER-IN-LOT-NUMBER
               MOVE LE-EXPIRY-DATE (LOT-NEXT-SUB)
                   TO TRANSFER-IN-LOT-EXPIRY
               PERFORM 436-WRITE-TRANSFER-IN-TRAN.
           IF PRINTING-FILL-LOTS
               PERFORM 467-PRINT-FILL-LOT-LINE.
           PERFORM 492-SELECT-NEXT-LOT.

       494-COMPARE-LOT-FEFO-KEY.

           IF LE-ON-HAND (LOT-SUB) > ZERO
               IF LE-FEFO-KEY (LOT-SUB) < BEST-LOT-KEY
                   MOVE LE-FEFO-KEY (LOT-SUB) TO BEST-LOT-KEY
                   MOVE LOT-SUB TO LOT-NEXT-SUB.

       495-FLUSH-LOT-TABLE.

           PERFORM 496-WRITE-LOT-ENTRY
               VARYING LOT-SUB FROM 1 BY 1
               UNTIL LOT-SUB > LOT-COUNT.
           MOVE ZERO TO LOT-COUNT.

       496-WRITE-LOT-ENTRY.

           IF LE-ON-HAND (LOT-SUB) NOT = ZERO
               MOVE CURRENT-LOT-KEY TO LO-LOT-ITEM-KEY
               MOVE LE-LOT-NUMBER (LOT-SUB) TO LO-LOT-NUMBER
               MOVE LE-ON-HAND (LOT-SUB) TO LO-ON-HAND
               MOVE LE-EXPIRY-DATE (LOT-SUB) TO LO-EXPIRY-DATE
               MOVE LE-RECEIPT-DATE (LOT-SUB) TO LO-RECEIPT-DATE
               PERFORM 498-WRITE-NEW-LOT-BALANCE.

       497-FLUSH-REMAINING-LOTS.

           PERFORM 481-CARRY-PRIOR-LOT.

       498-WRITE-NEW-LOT-BALANCE.

           WRITE NEW-LOT-BALANCE-RECORD.
           IF NOT LOTBALO-SUCCESSFUL
               DISPLAY "WRITE ERROR ON LOTBALO FOR ITEM NUMBER "
                   LO-ITEM-NO
               DISPLAY "FILE STATUS CODE IS " LOTBALO-FILE-STATUS
               SET FATAL-ERROR TO TRUE
               SET ALL-RECORDS-PROCESSED TO TRUE.

       499-SET-LOT-FEFO-KEY.

           IF LE-EXPIRY-DATE (LOT-KEY-SUB) = ZERO
               MOVE 99999999 TO LE-FEFO-EXPIRY (LOT-KEY-SUB)
           ELSE
               MOVE LE-EXPIRY-DATE (LOT-KEY-SUB)
                   TO LE-FEFO-EXPIRY (LOT-KEY-SUB).
           MOVE LE-RECEIPT-DATE (LOT-KEY-SUB)
               TO LE-FEFO-RECEIPT (LOT-KEY-SUB).
           MOVE LE-LOT-NUMBER (LOT-KEY-SUB)
               TO LE-FEFO-LOT-NUMBER (LOT-KEY-SUB).

       890-WRITE-RUN-CONTROL.

           IF NOT FATAL-ERROR
           MOVE CT-QTY-BACKFILLED TO RN-QTY-BACKFILLED.
           MOVE CT-BACKORDERS-CARRIED TO RN-BACKORDERS-CARRIED.
           MOVE CT-ERRORS TO RN-ERRORS.
           MOVE CT-TRANIN-WRITTEN TO RN-TRANIN-WRITTEN.
           WRITE RUN-CONTROL-RECORD.
           IF NOT RUNCTL-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNCTL"
           MOVE "TRANSFERS IN APPLIED" TO CTL-LABEL.
           MOVE CT-TRANSFERS-IN TO CTL-COUNT.
           PERFORM 910-WRITE-CONTROL-LINE.
           MOVE "TRANSFER-IN RECORDS TO TRANIN" TO CTL-LABEL.
           MOVE CT-TRANIN-WRITTEN TO CTL-COUNT.
           PERFORM 910-WRITE-CONTROL-LINE.
           MOVE "COST VARIANCE EXCEPTIONS" TO CTL-LABEL.
           MOVE CT-COST-VARIANCES TO CTL-COUNT.
           PERFORM 910-WRITE-CONTROL-LINE.

           WRITE CTLRPT-PRINT-AREA FROM CONTROL-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       950-WRITE-RUN-HISTORY.

           OPEN EXTEND RUNHIST.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE "SEQ3000" TO RH-PROGRAM-ID.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE START-TIME TO RH-START-TIME.
           ACCEPT RH-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RH-RETURN-CODE.
           MOVE PROOF-SWITCH TO RH-PROOF-FLAG.
           MOVE RESTART-SWITCH TO RH-RESTART-FLAG.
           MOVE "N" TO RH-NEWEMP-READ-FLAG.
           MOVE RUN-DATE TO RH-NEWEMP-RUN-DATE.
           MOVE "TRANS READ" TO RH-COUNT-LABEL (1).
           MOVE CT-RECORDS-READ TO RH-COUNT (1).
           MOVE "MASTERS" TO RH-COUNT-LABEL (2).
           MOVE CT-RECORDS-WRITTEN TO RH-COUNT (2).
           MOVE "ERRORS" TO RH-COUNT-LABEL (3).
           MOVE CT-ERRORS TO RH-COUNT (3).
           MOVE "CARRY FWD" TO RH-COUNT-LABEL (4).
           MOVE CT-CARRIED-FORWARD TO RH-COUNT (4).
           WRITE RUN-HISTORY-RECORD.
           IF NOT RUNHIST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RUNHIST"
               DISPLAY "FILE STATUS CODE IS " RUNHIST-FILE-STATUS.
           CLOSE RUNHIST.
