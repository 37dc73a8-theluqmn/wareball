           FILE STATUS IS FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "audit-log"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AUD-SEQUENCE-KEY
           ALTERNATE RECORD KEY IS AUD-ITEM-KEY WITH DUPLICATES
           ALTERNATE RECORD KEY IS AUD-DATE WITH DUPLICATES
           ALTERNATE RECORD KEY IS AUD-ORDER-NUMBER WITH DUPLICATES
           ALTERNATE RECORD KEY IS AUD-OPERATOR-ID WITH DUPLICATES
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-AUDIT-STATUS.

           SHARING WITH ALL OTHER
           FILE STATUS IS WS-PO-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO "gl-account-map"
           ORGANIZATION IS LINE SEQUENTIAL
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-GLM-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "gl-journal"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLJ-STATUS.

           SELECT GL-SUMMARY-FILE ASSIGN TO "gl-summary"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APPROVAL-FILE ASSIGN TO "approval-queue"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS APQ-NUMBER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-APQ-STATUS.

           SELECT APPROVAL-PARAM-FILE ASSIGN TO "approval-limit"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APP-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "operator-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OPR-ID
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-OPR-STATUS.

           SELECT AUTHORITY-FILE ASSIGN TO "role-authority"
           ORGANIZATION IS LINE SEQUENTIAL
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-AUT-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO "security-log"
           ORGANIZATION IS LINE SEQUENTIAL
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-SEC-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "vendor-invoices"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.

           SELECT INVOICE-REGISTER-FILE ASSIGN TO "invoice-register"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INR-KEY
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-INR-STATUS.

           SELECT INVOICE-APPROVED-FILE ASSIGN TO "invoice-approved"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INA-STATUS.

           SELECT INVOICE-EXCEPTION-FILE
           ASSIGN TO "invoice-exceptions"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INE-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "item-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IM-ITEM-ID
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-IM-STATUS.

           SELECT LEGACY-INVENTORY-FILE ASSIGN TO "inventory-legacy"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LEG-ITEM-KEY
           FILE STATUS IS WS-LEG-STATUS.

           SELECT ITEM-CONVERSION-FILE ASSIGN TO "item-conversion"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FORECAST-RECOMMEND-FILE
           ASSIGN TO "forecast-recommend"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FCR-STATUS.

           SELECT FORECAST-REVIEW-FILE ASSIGN TO "forecast-review"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RMA-FILE ASSIGN TO "rma-master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RMA-NUMBER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-RMA-STATUS.

           SELECT RMA-AGING-FILE ASSIGN TO "rma-aging"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOT-RECEIPT-FILE ASSIGN TO "lot-receipts"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LRC-KEY
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-LRC-STATUS.

           SELECT DEBIT-MEMO-FILE ASSIGN TO "debit-memos"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DBM-STATUS.

           SELECT SALES-ORDER-FILE ASSIGN TO "sales-orders"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SO-KEY
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-SO-STATUS.

           SELECT OPEN-ORDER-FILE ASSIGN TO "open-orders"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WAVE-LINE-FILE ASSIGN TO "wave-lines"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS WVL-KEY
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-WVL-STATUS.

           SELECT WAVE-PICK-FILE ASSIGN TO WS-WAVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WVP-STATUS.

           SELECT PICK-FACE-FILE ASSIGN TO "pick-faces"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PKF-KEY
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-PKF-STATUS.

           SELECT REPLEN-TASK-FILE ASSIGN TO "replen-tasks"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RPL-TASK-NUMBER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-RPL-STATUS.

           SELECT REPLEN-LIST-FILE ASSIGN TO "replen-list"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AAR-SEQUENCE-KEY
           FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT LEGACY-AUDIT-FILE ASSIGN TO WS-LEGACY-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LAU-STATUS.

           SELECT AGING-PARAM-FILE ASSIGN TO "aging-reserve-rates"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGP-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "aging-report"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESERVE-JOURNAL-FILE ASSIGN TO "reserve-journal"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ATP-SNAPSHOT-FILE ASSIGN TO "atp-snapshot"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ATS-KEY
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-ATS-STATUS.

           SELECT ATP-FEED-FILE ASSIGN TO "atp-feed"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ATP-MARK-FILE ASSIGN TO "atp-feed-mark"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATM-STATUS.

           SELECT ACK-HISTORY-FILE ASSIGN TO "ack-history"
           ORGANIZATION IS LINE SEQUENTIAL
           SHARING WITH ALL OTHER
           FILE STATUS IS WS-AKH-STATUS.

           SELECT FILLRATE-REPORT-FILE ASSIGN TO "fill-rate-report"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INVENTORY-FILE.
           05 ITEM-KEY.
               10 ITEM-ID PIC X(10).
               10 WAREHOUSE-CODE PIC X(5).
           05 ITEM-QUANTITY PIC 9(8).
           05 ITEM-ALLOCATED-QUANTITY PIC 9(8).
           05 ITEM-REORDER-POINT PIC 9(8).
           05 ITEM-REORDER-QUANTITY PIC 9(8).
           05 ITEM-UNIT-COST PIC 9(5)V99.
           05 ITEM-ON-ORDER-QUANTITY PIC 9(8).
           05 ITEM-COST-DATE PIC X(8).
           05 ITEM-COST-SOURCE PIC X.

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AUD-SEQUENCE-KEY.
               10 AUD-DATE PIC X(8).
               10 AUD-TIME PIC X(6).
               10 AUD-SEQUENCE PIC 9(4).
           05 AUD-ITEM-KEY.
               10 AUD-ITEM-ID PIC X(10).
               10 AUD-WAREHOUSE-CODE PIC X(5).
               10 AUD-ITEM-DATE PIC X(8).
           05 AUD-OPERATION PIC X(7).
           05 AUD-OLD-QUANTITY PIC 9(8).
           05 AUD-NEW-QUANTITY PIC 9(8).
           05 AUD-OLD-PRICE PIC 9(5)V99.
           05 ORD-ITEM-ID PIC X(10).
           05 ORD-WAREHOUSE-CODE PIC X(5).
           05 ORD-QUANTITY PIC 9(8).
           05 ORD-CUSTOMER-ID PIC X(10).
           05 ORD-ORDER-DATE PIC X(8).
           05 ORD-REQUESTED-SHIP-DATE PIC X(8).
       01 ORDER-CONTROL-RECORD.
           05 OCT-RECORD-TYPE PIC X(3).
           05 OCT-SEQUENCE PIC 9(6).
           05 PCF-WAREHOUSE-CODE PIC X(5).
           05 PCF-LOT-NUMBER PIC X(10).
           05 PCF-PICKED-QUANTITY PIC 9(8).
           05 PCF-WAVE-NUMBER PIC X(6).

       FD BACKORDER-FILE.
       01 BACKORDER-RECORD.
           05 PO-RECEIVED-QUANTITY PIC 9(8).
           05 PO-LAST-RECEIPT-DATE PIC X(8).
           05 PO-LINE-STATUS PIC X.
           05 PO-BILLED-QUANTITY PIC 9(8).

       FD GL-MAP-FILE.
       01 GL-MAP-RECORD.
           05 GLM-KEY PIC X(7).
           05 GLM-ACCOUNT PIC X(10).
           05 GLM-DESCRIPTION PIC X(30).

       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD PIC X(132).

       FD GL-SUMMARY-FILE.
       01 GL-SUMMARY-RECORD PIC X(132).

       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
           05 APQ-NUMBER PIC 9(6).
           05 APQ-TYPE PIC X(6).
           05 APQ-ITEM-ID PIC X(10).
           05 APQ-WAREHOUSE-CODE PIC X(5).
           05 APQ-OLD-QUANTITY PIC 9(8).
           05 APQ-NEW-QUANTITY PIC 9(8).
           05 APQ-OLD-ALLOCATED PIC 9(8).
           05 APQ-REASON-CODE PIC X(4).
           05 APQ-LOT-NUMBER PIC X(10).
           05 APQ-VALUE PIC 9(13)V99.
           05 APQ-REQUESTED-BY PIC X(10).
           05 APQ-REQUESTED-DATE PIC X(8).
           05 APQ-STATUS PIC X.
           05 APQ-DECIDED-BY PIC X(10).
           05 APQ-DECIDED-DATE PIC X(8).
           05 APQ-NOTE PIC X(30).

       FD APPROVAL-PARAM-FILE.
       01 APPROVAL-PARAM-RECORD.
           05 APP-LIMIT PIC 9(7)V99.

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OPR-ID PIC X(10).
           05 OPR-NAME PIC X(30).
           05 OPR-PIN PIC X(8).
           05 OPR-ACTIVE PIC X.
           05 OPR-ROLE PIC X(8).

       FD AUTHORITY-FILE.
       01 AUTHORITY-RECORD.
           05 AUT-ROLE PIC X(8).
           05 AUT-COMMAND PIC X(10).

       FD SECURITY-LOG-FILE.
       01 SECURITY-LOG-RECORD.
           05 SEC-DATE PIC X(8).
           05 SEC-TIME PIC X(6).
           05 SEC-EVENT PIC X(8).
           05 SEC-OPERATOR-ID PIC X(10).
           05 SEC-COMMAND PIC X(10).
           05 SEC-DETAIL PIC X(40).

       FD INVOICE-FILE.
       01 INVOICE-RECORD.
           05 INV-VENDOR-ID PIC X(10).
           05 INV-INVOICE-NUMBER PIC X(15).
           05 INV-PO-NUMBER PIC X(10).
           05 INV-PO-LINE PIC 9(3).
           05 INV-QUANTITY-BILLED PIC 9(8).
           05 INV-UNIT-PRICE PIC 9(5)V99.
       01 INVOICE-CONTROL-RECORD.
           05 ICT-RECORD-TYPE PIC X(3).

       FD INVOICE-REGISTER-FILE.
       01 INVOICE-REGISTER-RECORD.
           05 INR-KEY.
               10 INR-VENDOR-ID PIC X(10).
               10 INR-INVOICE-NUMBER PIC X(15).
               10 INR-PO-NUMBER PIC X(10).
               10 INR-PO-LINE PIC 9(3).
           05 INR-QUANTITY PIC 9(8).
           05 INR-UNIT-PRICE PIC 9(5)V99.
           05 INR-MATCH-DATE PIC X(8).
           05 INR-RUN-SEQUENCE PIC 9(6).

       FD INVOICE-APPROVED-FILE.
       01 INVOICE-APPROVED-RECORD PIC X(132).

       FD INVOICE-EXCEPTION-FILE.
       01 INVOICE-EXCEPTION-RECORD PIC X(132).

       FD ITEM-MASTER-FILE.
       01 ITEM-MASTER-RECORD.
           05 IM-ITEM-ID PIC X(10).
           05 IM-DESCRIPTION PIC X(20).
           05 IM-PRICE PIC 9(5)V99.
           05 IM-VENDOR-ID PIC X(10).
           05 IM-SERIAL-FLAG PIC X.
           05 IM-UOM-CODE PIC X(2).
           05 IM-CASE-PACK PIC 9(4).

       FD LEGACY-INVENTORY-FILE.
       01 LEGACY-INVENTORY-RECORD.
           05 LEG-ITEM-KEY.
               10 LEG-ITEM-ID PIC X(10).
               10 LEG-WAREHOUSE-CODE PIC X(5).
           05 LEG-ITEM-DESCRIPTION PIC X(20).
           05 LEG-ITEM-QUANTITY PIC 9(8).
           05 LEG-ITEM-ALLOCATED-QUANTITY PIC 9(8).
           05 LEG-ITEM-PRICE PIC 9(5)V99.
           05 LEG-ITEM-REORDER-POINT PIC 9(8).
           05 LEG-ITEM-REORDER-QUANTITY PIC 9(8).
           05 LEG-ITEM-VENDOR-ID PIC X(10).
           05 LEG-ITEM-UNIT-COST PIC 9(5)V99.
           05 LEG-ITEM-ON-ORDER-QUANTITY PIC 9(8).
           05 LEG-ITEM-SERIAL-FLAG PIC X.
           05 LEG-ITEM-UOM-CODE PIC X(2).
           05 LEG-ITEM-CASE-PACK PIC 9(4).
           05 LEG-ITEM-COST-DATE PIC X(8).
           05 LEG-ITEM-COST-SOURCE PIC X.

       FD ITEM-CONVERSION-FILE.
       01 ITEM-CONVERSION-RECORD PIC X(132).

       FD FORECAST-RECOMMEND-FILE.
       01 FORECAST-RECOMMEND-RECORD.
           05 FCR-ITEM-ID PIC X(10).
           05 FCR-WAREHOUSE-CODE PIC X(5).
           05 FCR-CURRENT-POINT PIC 9(8).
           05 FCR-CURRENT-QUANTITY PIC 9(8).
           05 FCR-NEW-POINT PIC 9(8).
           05 FCR-NEW-QUANTITY PIC 9(8).
           05 FCR-SAFETY-STOCK PIC 9(8).
           05 FCR-WEEKLY-FORECAST PIC 9(7)V99.
           05 FCR-WEEKLY-DEVIATION PIC 9(7)V99.
           05 FCR-LEAD-TIME-DAYS PIC 9(3).
           05 FCR-ACCEPT PIC X.

       FD FORECAST-REVIEW-FILE.
       01 FORECAST-REVIEW-RECORD PIC X(132).

       FD RMA-FILE.
       01 RMA-RECORD.
           05 RMA-NUMBER PIC X(10).
           05 RMA-ORDER-NUMBER PIC X(10).
           05 RMA-ITEM-ID PIC X(10).
           05 RMA-WAREHOUSE-CODE PIC X(5).
           05 RMA-AUTHORIZED-QUANTITY PIC 9(8).
           05 RMA-RECEIVED-QUANTITY PIC 9(8).
           05 RMA-RESTOCKED-QUANTITY PIC 9(8).
           05 RMA-HELD-QUANTITY PIC 9(8).
           05 RMA-SCRAPPED-QUANTITY PIC 9(8).
           05 RMA-LOT-NUMBER PIC X(10).
           05 RMA-SERIAL-NUMBER PIC X(20).
           05 RMA-REASON-CODE PIC X(4).
           05 RMA-STATUS PIC X.
           05 RMA-AUTH-DATE PIC X(8).
           05 RMA-LAST-RECEIPT-DATE PIC X(8).
           05 RMA-OPERATOR-ID PIC X(10).

       FD RMA-AGING-FILE.
       01 RMA-AGING-RECORD PIC X(132).

       FD LOT-RECEIPT-FILE.
       01 LOT-RECEIPT-RECORD.
           05 LRC-KEY.
               10 LRC-ITEM-ID PIC X(10).
               10 LRC-WAREHOUSE-CODE PIC X(5).
               10 LRC-LOT-NUMBER PIC X(10).
           05 LRC-PO-NUMBER PIC X(10).
           05 LRC-PO-LINE PIC 9(3).
           05 LRC-VENDOR-ID PIC X(10).
           05 LRC-UNIT-COST PIC 9(5)V99.
           05 LRC-RECEIVED-DATE PIC X(8).
           05 LRC-QUANTITY PIC 9(8).

       FD DEBIT-MEMO-FILE.
       01 DEBIT-MEMO-RECORD PIC X(132).

       FD SALES-ORDER-FILE.
       01 SALES-ORDER-RECORD.
           05 SO-KEY.
               10 SO-ORDER-NUMBER PIC X(10).
               10 SO-LINE-NUMBER PIC 9(3).
           05 SO-HEADER-DATA.
               10 SOH-CUSTOMER-ID PIC X(10).
               10 SOH-ORDER-DATE PIC X(8).
               10 SOH-REQUESTED-SHIP-DATE PIC X(8).
               10 SOH-STATUS PIC X.
               10 SOH-LAST-UPDATE PIC X(8).
               10 FILLER PIC X(35).
           05 SO-LINE-DATA REDEFINES SO-HEADER-DATA.
               10 SOL-ITEM-ID PIC X(10).
               10 SOL-WAREHOUSE-CODE PIC X(5).
               10 SOL-ORDERED-QUANTITY PIC 9(8).
               10 SOL-ALLOCATED-QUANTITY PIC 9(8).
               10 SOL-PICKED-QUANTITY PIC 9(8).
               10 SOL-SHIPPED-QUANTITY PIC 9(8).
               10 SOL-BACKORDERED-QUANTITY PIC 9(8).
               10 SOL-STATUS PIC X.
               10 SOL-LAST-UPDATE PIC X(8).
               10 FILLER PIC X(6).

       FD OPEN-ORDER-FILE.
       01 OPEN-ORDER-RECORD PIC X(132).

       FD WAVE-LINE-FILE.
       01 WAVE-LINE-RECORD.
           05 WVL-KEY.
               10 WVL-WAVE-NUMBER PIC 9(6).
               10 WVL-ORDER-NUMBER PIC X(10).
               10 WVL-ITEM-ID PIC X(10).
               10 WVL-WAREHOUSE-CODE PIC X(5).
           05 WVL-PLANNED-QUANTITY PIC 9(8).
           05 WVL-CONFIRMED-QUANTITY PIC 9(8).
           05 WVL-CUTOFF-DATE PIC X(8).
           05 WVL-PLAN-DATE PIC X(8).

       FD WAVE-PICK-FILE.
       01 WAVE-PICK-RECORD PIC X(132).

       FD PICK-FACE-FILE.
       01 PICK-FACE-RECORD.
           05 PKF-KEY.
               10 PKF-ITEM-ID PIC X(10).
               10 PKF-WAREHOUSE-CODE PIC X(5).
           05 PKF-BIN-NUMBER PIC X(6).
           05 PKF-MIN-QUANTITY PIC 9(8).
           05 PKF-MAX-QUANTITY PIC 9(8).
           05 PKF-OPEN-QUANTITY PIC 9(8).
           05 PKF-LAST-RUN-DATE PIC X(8).

       FD REPLEN-TASK-FILE.
       01 REPLEN-TASK-RECORD.
           05 RPL-TASK-NUMBER PIC 9(6).
           05 RPL-ITEM-ID PIC X(10).
           05 RPL-WAREHOUSE-CODE PIC X(5).
           05 RPL-FROM-BIN PIC X(6).
           05 RPL-TO-BIN PIC X(6).
           05 RPL-LOT-NUMBER PIC X(10).
           05 RPL-QUANTITY PIC 9(8).
           05 RPL-STATUS PIC X.
           05 RPL-CREATED-DATE PIC X(8).
           05 RPL-CLOSED-DATE PIC X(8).
           05 RPL-OPERATOR-ID PIC X(10).

       FD REPLEN-LIST-FILE.
       01 REPLEN-LIST-RECORD PIC X(132).

       FD AUDIT-ARCHIVE-FILE.
       01 AUDIT-ARCHIVE-RECORD.
           05 AAR-SEQUENCE-KEY.
               10 AAR-DATE PIC X(8).
               10 AAR-TIME PIC X(6).
               10 AAR-SEQUENCE PIC 9(4).
           05 FILLER PIC X(100).

       FD LEGACY-AUDIT-FILE.
       01 LEGACY-AUDIT-RECORD.
           05 LAU-DATE PIC X(8).
           05 LAU-TIME PIC X(6).
           05 LAU-OPERATION PIC X(7).
           05 LAU-ITEM-ID PIC X(10).
           05 LAU-WAREHOUSE-CODE PIC X(5).
           05 LAU-OLD-QUANTITY PIC 9(8).
           05 LAU-NEW-QUANTITY PIC 9(8).
           05 LAU-OLD-PRICE PIC 9(5)V99.
           05 LAU-NEW-PRICE PIC 9(5)V99.
           05 LAU-OLD-ALLOCATED PIC 9(8).
           05 LAU-NEW-ALLOCATED PIC 9(8).
           05 LAU-REASON-CODE PIC X(4).
           05 LAU-OPERATOR-ID PIC X(10).
           05 LAU-ORDER-NUMBER PIC X(10).

       FD AGING-PARAM-FILE.
       01 AGING-PARAM-RECORD.
           05 AGP-PCT PIC 9(3)V99 OCCURS 4 TIMES.

       FD AGING-REPORT-FILE.
       01 AGING-REPORT-RECORD PIC X(132).

       FD RESERVE-JOURNAL-FILE.
       01 RESERVE-JOURNAL-RECORD PIC X(132).

       FD ATP-SNAPSHOT-FILE.
       01 ATP-SNAPSHOT-RECORD.
           05 ATS-KEY.
               10 ATS-ITEM-ID PIC X(10).
               10 ATS-WAREHOUSE-CODE PIC X(5).
           05 ATS-ATP PIC 9(8).
           05 ATS-STATUS PIC X.
           05 ATS-SENT-SEQ PIC 9(6).
           05 ATS-PRIOR-ATP PIC 9(8).
           05 ATS-PRIOR-STATUS PIC X.
           05 ATS-SEEN-STAMP PIC X(14).

       FD ATP-FEED-FILE.
       01 ATP-FEED-RECORD PIC X(80).

       FD ATP-MARK-FILE.
       01 ATP-MARK-RECORD.
           05 ATM-SEQ PIC 9(6).
           05 ATM-DATE PIC X(8).
           05 ATM-TIME PIC X(6).
           05 ATM-MODE PIC X(5).

       FD ACK-HISTORY-FILE.
       01 ACK-HISTORY-RECORD.
           05 AKH-ACK-DATE PIC X(8).
           05 AKH-ACK-SEQ PIC 9(6).
           05 AKH-ORDER-NUMBER PIC X(10).
           05 AKH-ITEM-ID PIC X(10).
           05 AKH-WAREHOUSE-CODE PIC X(5).
           05 AKH-ORDER-DATE PIC X(8).
           05 AKH-ORDERED-QUANTITY PIC 9(8).
           05 AKH-ALLOCATED-QUANTITY PIC 9(8).
           05 AKH-BACKORDERED-QUANTITY PIC 9(8).
           05 AKH-REJECTED PIC X.

       FD FILLRATE-REPORT-FILE.
       01 FILLRATE-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 MENU-INPUT PIC X(10).
       01 WS-VFY-RECORD-BAD PIC X.
       01 WS-VFY-BLANK-ID PIC 9(5).
       01 WS-VFY-BLANK-DESC PIC 9(5).
       01 WS-VFY-NO-MASTER PIC 9(5).
       01 WS-VFY-BAD-NUMERIC PIC 9(5).
       01 WS-VFY-OVERALLOC PIC 9(5).
       01 WS-VFY-BAD-WAREHOUSE PIC 9(5).
               10 WS-VND-TBL-QTY PIC 9(9).
               10 WS-VND-TBL-LATE-LINES PIC 9(5).
               10 WS-VND-TBL-LATE-DAYS PIC 9(7).
               10 WS-VND-TBL-RTV-LINES PIC 9(5).
               10 WS-VND-TBL-RTV-QTY PIC 9(9).
       01 WS-VND-IDX PIC 9(3).
       01 WS-VND-FOUND PIC X.
       01 WS-VND-OVERFLOW PIC X.
       01 WS-VSC-RECV-NUM PIC 9(8).
       01 WS-VSC-DELTA PIC S9(9).
       01 WS-VSC-LINE PIC X(132).
       01 WS-VSC-RTV-PCT PIC 9(3)V99.
       01 WS-VSC-RTV-PCT-X PIC ZZ9.99.
       01 WS-RSG-COUNT PIC 9(3).
       01 WS-RSG-TABLE.
           05 WS-RSG-ENTRY OCCURS 200 TIMES.
       01 WS-BIN-TO PIC X(6).
       01 WS-BIN-QTY PIC 9(8).
       01 WS-BIN-MOVE-OK PIC X.
       01 WS-BIN-REASON PIC X(4).
       01 WS-BIN-FIND-ID PIC X(10).
       01 WS-BIN-FIND-WH PIC X(5).
       01 WS-BIN-WRITE-PICK PIC X.
       01 WS-PLN-XFERS PIC 9(5).
       01 WS-PLN-BUYS PIC 9(5).
       01 WS-PLN-REMAIN PIC 9(9).
       01 WS-GLM-STATUS PIC XX.
       01 WS-GLJ-STATUS PIC XX.
       01 WS-GL-ACTION PIC X(7).
       01 WS-GLM-KEY PIC X(7).
       01 WS-GLM-COUNT PIC 9(3).
       01 WS-GLM-TABLE.
           05 WS-GLM-ENTRY OCCURS 50 TIMES.
               10 WS-GLM-TBL-KEY PIC X(7).
               10 WS-GLM-TBL-ACCOUNT PIC X(10).
       01 WS-GLM-IDX PIC 9(3).
       01 WS-GLM-FOUND PIC X.
       01 WS-GLM-OVERFLOW PIC X.
       01 WS-GL-INV-ACCOUNT PIC X(10).
       01 WS-GL-SUSP-ACCOUNT PIC X(10).
       01 WS-GL-OFFSET-ACCOUNT PIC X(10).
       01 WS-GL-DEBIT-ACCOUNT PIC X(10).
       01 WS-GL-CREDIT-ACCOUNT PIC X(10).
       01 WS-GL-SUM-ACCOUNT PIC X(10).
       01 WS-GL-FROM-DATE PIC X(8).
       01 WS-GL-TO-DATE PIC X(8).
       01 WS-GL-OPEN-DATE PIC X(8).
       01 WS-GL-CLOSE-DATE PIC X(8).
       01 WS-GL-DELTA PIC S9(9).
       01 WS-GL-QTY PIC 9(9).
       01 WS-GL-AMOUNT PIC 9(13)V99.
       01 WS-GL-AMOUNT-X PIC Z(12)9.99.
       01 WS-GL-LINES PIC 9(6).
       01 WS-GL-ENTRIES PIC 9(6).
       01 WS-GL-UNVALUED PIC 9(6).
       01 WS-GL-UNMAPPED PIC 9(6).
       01 WS-GL-DEBIT-TOTAL PIC 9(13)V99.
       01 WS-GL-CREDIT-TOTAL PIC 9(13)V99.
       01 WS-GL-INV-NET PIC S9(13)V99.
       01 WS-GL-SNAP-TOTAL PIC 9(15)V99.
       01 WS-GL-SNAP-OPEN PIC 9(15)V99.
       01 WS-GL-SNAP-CLOSE PIC 9(15)V99.
       01 WS-GL-SNAP-OK PIC X.
       01 WS-GL-SNAP-NET PIC S9(15)V99.
       01 WS-GL-TIE-DIFF PIC S9(15)V99.
       01 WS-GL-NET-X PIC -(15)9.99.
       01 WS-GL-LINE PIC X(132).
       01 WS-GLS-COUNT PIC 9(3).
       01 WS-GLS-TABLE.
           05 WS-GLS-ENTRY OCCURS 50 TIMES.
               10 WS-GLS-ACCOUNT PIC X(10).
               10 WS-GLS-DEBITS PIC 9(13)V99.
               10 WS-GLS-CREDITS PIC 9(13)V99.
       01 WS-GLS-IDX PIC 9(3).
       01 WS-GLS-FOUND PIC X.
       01 WS-GLS-OVERFLOW PIC X.
       01 WS-GLS-DEBIT-X PIC Z(12)9.99.
       01 WS-GLS-CREDIT-X PIC Z(12)9.99.
       01 WS-APQ-STATUS PIC XX.
       01 WS-APP-STATUS PIC XX.
       01 WS-APP-LIMIT PIC 9(7)V99.
       01 WS-APP-LIMIT-X PIC Z(6)9.99.
       01 WS-APQ-ACTION PIC X(7).
       01 WS-APQ-TYPE PIC X(6).
       01 WS-APQ-VALUE PIC 9(13)V99.
       01 WS-APQ-VALUE-X PIC Z(12)9.99.
       01 WS-APQ-POSTED PIC X.
       01 WS-APQ-LAST PIC 9(6).
       01 WS-APQ-NUMBER PIC 9(6).
       01 WS-APQ-COUNT PIC 9(5).
       01 WS-APQ-NOTE PIC X(30).
       01 WS-OPR-STATUS PIC XX.
       01 WS-INA-STATUS PIC XX.
       01 WS-INE-STATUS PIC XX.
       01 WS-INM-OPEN-OK PIC X.
       01 WS-INM-OPENED PIC 9.
       01 WS-AUT-STATUS PIC XX.
       01 WS-SEC-STATUS PIC XX.
       01 WS-OPR-ACTION PIC X(7).
       01 WS-OPR-PIN PIC X(8).
       01 WS-OPR-LINE PIC X(80).
       01 WS-OPR-NAME PIC X(30).
       01 WS-OPR-ROLE PIC X(8).
       01 WS-OPR-TRIES PIC 9(2).
       01 WS-OPR-SIGNED-ON PIC X VALUE "N".
       01 WS-OPR-AUTHORIZED PIC X.
       01 WS-OPR-FIND-ID PIC X(10).
       01 WS-AUT-ROLE PIC X(8).
       01 WS-AUT-COMMAND PIC X(10).
       01 WS-AUT-COUNT PIC 9(3).
       01 WS-AUT-TABLE.
           05 WS-AUT-ENTRY OCCURS 200 TIMES.
               10 WS-AUT-TBL-ROLE PIC X(8).
               10 WS-AUT-TBL-COMMAND PIC X(10).
       01 WS-AUT-IDX PIC 9(3).
       01 WS-AUT-FOUND PIC X.
       01 WS-AUT-OVERFLOW PIC X.
       01 WS-SEC-EVENT PIC X(8).
       01 WS-SEC-COMMAND PIC X(10).
       01 WS-SEC-DETAIL PIC X(40).
       01 WS-SEC-FROM-DATE PIC X(8).
       01 WS-INV-STATUS PIC XX.
       01 WS-INR-STATUS PIC XX.
       01 WS-INM-TOLERANCE PIC 9(3)V99.
       01 WS-INM-SEQ PIC 9(6).
       01 WS-INM-LINES PIC 9(6).
       01 WS-INM-MATCHED PIC 9(6).
       01 WS-INM-EXCEPTIONS PIC 9(6).
       01 WS-INM-AMOUNT PIC 9(11)V99.
       01 WS-INM-TOTAL PIC 9(11)V99.
       01 WS-INM-EXPECTED PIC 9(5)V99.
       01 WS-INM-COST-DATE PIC X(8).
       01 WS-INM-VARIANCE PIC 9(5)V99.
       01 WS-INM-OPEN-QTY PIC S9(9).
       01 WS-INM-REASON PIC X(9).
       01 WS-INM-DETAIL PIC X(50).
       01 WS-INM-QTY-X PIC Z(7)9.
       01 WS-INM-PRICE-X PIC Z(4)9.99.
       01 WS-INM-COST-X PIC Z(4)9.99.
       01 WS-INM-AMOUNT-X PIC Z(10)9.99.
       01 WS-INM-LINE PIC X(132).
       01 ITEM-ATTRIBUTES.
           05 ITEM-DESCRIPTION PIC X(20).
           05 ITEM-PRICE PIC 9(5)V99.
           05 ITEM-VENDOR-ID PIC X(10).
           05 ITEM-SERIAL-FLAG PIC X.
           05 ITEM-UOM-CODE PIC X(2).
           05 ITEM-CASE-PACK PIC 9(4).
       01 WS-IM-ENTERED.
           05 WS-IM-ENT-DESCRIPTION PIC X(20).
           05 WS-IM-ENT-PRICE PIC 9(5)V99.
           05 WS-IM-ENT-VENDOR-ID PIC X(10).
           05 WS-IM-ENT-SERIAL-FLAG PIC X.
           05 WS-IM-ENT-UOM-CODE PIC X(2).
           05 WS-IM-ENT-CASE-PACK PIC 9(4).
       01 WS-IM-STATUS PIC XX.
       01 WS-IM-RESULT PIC XX.
       01 WS-IM-OPEN PIC X VALUE "N".
       01 WS-IM-FOUND PIC X.
       01 WS-IM-LOG-ID PIC X(10).
       01 WS-IM-LOG-REASON PIC X(4).
       01 WS-IM-LOG-COUNT PIC 9(5).
       01 WS-LEG-STATUS PIC XX.
       01 WS-CNV-ROWS PIC 9(6).
       01 WS-CNV-ITEMS PIC 9(6).
       01 WS-CNV-CONFLICT-ITEMS PIC 9(6).
       01 WS-CNV-CONFLICTS PIC 9(6).
       01 WS-CNV-REJECTED PIC 9(6).
       01 WS-CNV-LAST-CONFLICT PIC X(10).
       01 WS-CNV-ATTRIBUTE PIC X(12).
       01 WS-CNV-MASTER-VALUE PIC X(20).
       01 WS-CNV-ROW-VALUE PIC X(20).
       01 WS-CNV-PRICE-X PIC Z(4)9.99.
       01 WS-CNV-PACK-X PIC Z(3)9.
       01 WS-CNV-LINE PIC X(132).
       01 WS-CNV-MASTER-ITEM PIC X(10).
       01 WS-CNV-MASTER-WH PIC X(5).
       01 WS-FCR-STATUS PIC XX.
       01 WS-FC-ACTION PIC X(7).
       01 WS-FC-WEEKS PIC 9(2).
       01 WS-FC-SERVICE PIC 9(2).
       01 WS-FC-Z PIC 9V99.
       01 WS-FC-ALPHA PIC 9V99.
       01 WS-FC-COVER PIC 9(2).
       01 WS-FC-DEFAULT-LEAD PIC 9(3).
       01 WS-FC-TODAY PIC 9(8).
       01 WS-FC-TODAY-INT PIC 9(7).
       01 WS-FC-START PIC 9(8).
       01 WS-FC-START-X PIC X(8).
       01 WS-FC-TODAY-X PIC X(8).
       01 WS-FC-YEAR PIC 9(4).
       01 WS-FC-END-YEAR PIC 9(4).
       01 WS-FC-AUD-NUM PIC 9(8).
       01 WS-FC-AGE PIC 9(7).
       01 WS-FC-WEEK PIC 9(4).
       01 WS-FC-DELTA PIC S9(9).
       01 WS-FC-COUNT PIC 9(4).
       01 WS-FC-TABLE.
           05 WS-FC-ENTRY OCCURS 1000 TIMES.
               10 WS-FC-ITEM-ID PIC X(10).
               10 WS-FC-WAREHOUSE PIC X(5).
               10 WS-FC-POINT PIC 9(8).
               10 WS-FC-QUANTITY PIC 9(8).
               10 WS-FC-LEAD PIC 9(3).
               10 WS-FC-LEAD-SOURCE PIC X.
               10 WS-FC-PACK PIC 9(4).
               10 WS-FC-DEMAND PIC 9(7) OCCURS 52 TIMES.
       01 WS-FC-IDX PIC 9(4).
       01 WS-FC-WDX PIC 9(2).
       01 WS-FC-FOUND PIC X.
       01 WS-FC-OVERFLOW PIC X.
       01 WS-FC-ARCHIVES PIC 9(3).
       01 WS-FC-ENTRIES PIC 9(7).
       01 WS-FC-TOTAL PIC 9(9).
       01 WS-FC-MEAN PIC 9(7)V9999.
       01 WS-FC-SUMSQ PIC 9(15)V9999.
       01 WS-FC-VARIANCE PIC 9(13)V9999.
       01 WS-FC-SIGMA PIC 9(7)V99.
       01 WS-FC-FORECAST PIC 9(7)V99.
       01 WS-FC-LEAD-WEEKS PIC 9(3)V9999.
       01 WS-FC-WORK PIC 9(9)V9999.
       01 WS-FC-SAFETY PIC 9(8).
       01 WS-FC-NEW-POINT PIC 9(8).
       01 WS-FC-NEW-QUANTITY PIC 9(8).
       01 WS-FC-PACKS PIC 9(8).
       01 WS-FC-ACCEPT PIC X.
       01 WS-FC-NOTE PIC X(10).
       01 WS-FC-ROWS PIC 9(5).
       01 WS-FC-CHANGED PIC 9(5).
       01 WS-FC-NO-DEMAND PIC 9(5).
       01 WS-FC-APPLIED PIC 9(5).
       01 WS-FC-SKIPPED PIC 9(5).
       01 WS-FC-FORECAST-X PIC Z(6)9.99.
       01 WS-FC-SIGMA-X PIC Z(6)9.99.
       01 WS-FC-POINT-X PIC Z(7)9.
       01 WS-FC-NEW-POINT-X PIC Z(7)9.
       01 WS-FC-SAFETY-X PIC Z(7)9.
       01 WS-FC-QUANTITY-X PIC Z(7)9.
       01 WS-FC-NEW-QUANTITY-X PIC Z(7)9.
       01 WS-FC-LINE PIC X(132).
       01 WS-RMA-STATUS PIC XX.
       01 WS-RMA-ACTION PIC X(7).
       01 WS-RMA-NUMBER PIC X(10).
       01 WS-RMA-ORDER PIC X(10).
       01 WS-RMA-QTY PIC 9(8).
       01 WS-RMA-LOT PIC X(10).
       01 WS-RMA-SERIAL PIC X(20).
       01 WS-RMA-REASON PIC X(4).
       01 WS-RMA-DISPOSITION PIC X(7).
       01 WS-RMA-QA-LOT PIC X(10).
       01 WS-RMA-PRIOR-QTY PIC 9(8).
       01 WS-RMA-SHIPPED PIC S9(9).
       01 WS-RMA-OTHER PIC 9(9).
       01 WS-RMA-RETURNABLE PIC S9(9).
       01 WS-RMA-SER-STATE PIC X.
       01 WS-RMA-SER-ORDER PIC X(10).
       01 WS-RMA-SER-NEW PIC X.
       01 WS-RMA-VALID PIC X.
       01 WS-RMA-TODAY PIC 9(8).
       01 WS-RMA-AUTH-NUM PIC 9(8).
       01 WS-RMA-AGE PIC 9(5).
       01 WS-RMA-OPEN-COUNT PIC 9(5).
       01 WS-RMA-OUTSTANDING PIC 9(8).
       01 WS-RMA-BUCKETS.
           05 WS-RMA-BUCKET-COUNT PIC 9(5) OCCURS 4 TIMES.
       01 WS-RMA-BUCKET-IDX PIC 9.
       01 WS-RMA-BUCKET-NAME PIC X(8).
       01 WS-RMA-LINE PIC X(132).
       01 WS-LRC-STATUS PIC XX.
       01 WS-DBM-STATUS PIC XX.
       01 WS-RTV-ACTION PIC X(7).
       01 WS-RTV-QTY PIC 9(8).
       01 WS-RTV-BIN PIC X(6).
       01 WS-RTV-PO-NUMBER PIC X(10).
       01 WS-RTV-PO-LINE PIC 9(3).
       01 WS-RTV-VENDOR PIC X(10).
       01 WS-RTV-COST PIC 9(5)V99.
       01 WS-RTV-AMOUNT PIC 9(9)V99.
       01 WS-RTV-VALID PIC X.
       01 WS-RTV-LINKED PIC X.
       01 WS-RTV-MEMO PIC 9(6).
       01 WS-RTV-LOTS PIC 9(5).
       01 WS-RTV-COST-X PIC Z(4)9.99.
       01 WS-RTV-AMOUNT-X PIC Z(8)9.99.
       01 WS-RTV-LINE PIC X(132).
       01 WS-SO-STATUS PIC XX.
       01 WS-SO-OPEN PIC X.
       01 WS-SO-EOF PIC X.
       01 WS-SO-ACTION PIC X(7).
       01 WS-SO-ORDER PIC X(10).
       01 WS-SO-ITEM PIC X(10).
       01 WS-SO-WH PIC X(5).
       01 WS-SO-CUSTOMER PIC X(10).
       01 WS-SO-ORDER-DATE PIC X(8).
       01 WS-SO-SHIP-DATE PIC X(8).
       01 WS-SO-CREATE PIC X.
       01 WS-SO-REJECT PIC X.
       01 WS-SO-FOUND PIC X.
       01 WS-SO-LAST-LINE PIC 9(3).
       01 WS-SO-ADD-ORDERED PIC 9(8).
       01 WS-SO-ADD-ALLOCATED PIC S9(9).
       01 WS-SO-ADD-PICKED PIC S9(9).
       01 WS-SO-ADD-SHIPPED PIC 9(8).
       01 WS-SO-ADD-BACKORDERED PIC S9(9).
       01 WS-SO-WORK PIC S9(9).
       01 WS-SO-HDR-STATUS PIC X.
       01 WS-SO-HDR-LATE PIC X.
       01 WS-SO-TODAY PIC 9(8).
       01 WS-SO-SHIP-NUM PIC 9(8).
       01 WS-SO-DAYS-LATE PIC 9(5).
       01 WS-SO-OUTSTANDING PIC 9(8).
       01 WS-SO-OPEN-ORDERS PIC 9(5).
       01 WS-SO-LATE-ORDERS PIC 9(5).
       01 WS-SO-LATE-LINES PIC 9(5).
       01 WS-SO-LATE-UNITS PIC 9(9).
       01 WS-SO-HIST-COUNT PIC 9(5).
       01 WS-SO-STATUS-TEXT PIC X(12).
       01 WS-SO-LINE PIC X(132).
       01 WS-FEFO-ORDER PIC X(10).
       01 WS-FEFO-REQUESTED PIC S9(9).
       01 WS-ALO-REJECT PIC X.
       01 WS-WVL-STATUS PIC XX.
       01 WS-WVP-STATUS PIC XX.
       01 WS-WAVE-FILENAME PIC X(40).
       01 WS-WV-WH PIC X(5).
       01 WS-WV-CUR-WH PIC X(5).
       01 WS-WV-CUTOFF PIC X(8).
       01 WS-WV-NUMBER PIC 9(6).
       01 WS-WV-HDR-OK PIC X.
       01 WS-WV-OVERFLOW PIC X.
       01 WS-WV-BIN-OPEN PIC X.
       01 WS-LOT-FILE-OPEN PIC X.
       01 WS-LOT-CONTROLLED PIC X.
       01 WS-WV-ORD-COUNT PIC 9(4).
       01 WS-WV-ORD-TABLE.
           05 WS-WV-ORD-ENTRY OCCURS 500 TIMES.
               10 WS-WV-ORD-NUMBER PIC X(10).
               10 WS-WV-ORD-ITEM PIC X(10).
               10 WS-WV-ORD-WH PIC X(5).
               10 WS-WV-ORD-QTY PIC 9(8).
               10 WS-WV-ORD-PLAN PIC 9(8).
               10 WS-WV-ORD-DONE PIC X.
       01 WS-WV-ORD-IDX PIC 9(4).
       01 WS-WV-ITM-COUNT PIC 9(4).
       01 WS-WV-ITM-TABLE.
           05 WS-WV-ITM-ENTRY OCCURS 200 TIMES.
               10 WS-WV-ITM-ID PIC X(10).
               10 WS-WV-ITM-NEED PIC 9(8).
               10 WS-WV-ITM-SHORT PIC 9(8).
               10 WS-WV-ITM-OPEN PIC 9(8).
       01 WS-WV-ITM-IDX PIC 9(4).
       01 WS-WV-ITM-FOUND PIC 9(4).
       01 WS-WV-PCK-COUNT PIC 9(4).
       01 WS-WV-PCK-TABLE.
           05 WS-WV-PCK-ENTRY OCCURS 500 TIMES.
               10 WS-WV-PCK-BIN PIC X(6).
               10 WS-WV-PCK-ITEM PIC X(10).
               10 WS-WV-PCK-LOT PIC X(10).
               10 WS-WV-PCK-EXPIRY PIC X(8).
               10 WS-WV-PCK-QTY PIC 9(8).
       01 WS-WV-PCK-SWAP PIC X(42).
       01 WS-WV-PCK-IDX PIC 9(4).
       01 WS-WV-PCK-JDX PIC 9(4).
       01 WS-WV-BIN-COUNT PIC 9(3).
       01 WS-WV-BIN-TABLE.
           05 WS-WV-BIN-ENTRY OCCURS 51 TIMES.
               10 WS-WV-BIN-NUMBER PIC X(6).
               10 WS-WV-BIN-QTY PIC 9(8).
       01 WS-WV-BIN-IDX PIC 9(3).
       01 WS-WV-BIN-ROWS PIC 9(5).
       01 WS-WV-OPEN-LEFT PIC 9(8).
       01 WS-WV-BIN-SHOW PIC X(6).
       01 WS-WV-NEED PIC 9(8).
       01 WS-WV-TAKE PIC 9(8).
       01 WS-WV-LOT-LEFT PIC 9(8).
       01 WS-WV-BIN-LEFT PIC 9(8).
       01 WS-WV-REMAIN PIC 9(8).
       01 WS-WV-WAVES PIC 9(3).
       01 WS-WV-LINES PIC 9(5).
       01 WS-WV-UNITS PIC 9(9).
       01 WS-WV-LINE PIC X(132).
       01 WS-SHP-WAVE-COUNT PIC 9(3).
       01 WS-SHP-WAVE-TABLE.
           05 WS-SHP-WAVE PIC 9(6) OCCURS 50 TIMES.
       01 WS-SHP-WAVE-IDX PIC 9(3).
       01 WS-SHP-WAVE-SEEN PIC X.
       01 WS-SHP-WVL-OPEN PIC X.
       01 WS-SHP-WV-LINES PIC 9(5).
       01 WS-SHP-WV-DONE PIC 9(5).
       01 WS-SHP-WV-PLANNED PIC 9(9).
       01 WS-SHP-WV-CONFIRMED PIC 9(9).
       01 WS-WV-SCAN-IDX PIC 9(4).
       01 WS-PKF-STATUS PIC XX.
       01 WS-PKF-ACTION PIC X(7).
       01 WS-PKF-BIN PIC X(6).
       01 WS-PKF-MIN PIC 9(8).
       01 WS-PKF-MAX PIC 9(8).
       01 WS-PKF-EOF PIC X.
       01 WS-RPL-STATUS PIC XX.
       01 WS-RPL-WH PIC X(5).
       01 WS-RPL-TASK-NO PIC 9(6).
       01 WS-RPL-FACE-QTY PIC 9(8).
       01 WS-RPL-NEED PIC 9(8).
       01 WS-RPL-CASES PIC 9(8).
       01 WS-RPL-SKIP PIC 9(8).
       01 WS-RPL-TAKE PIC 9(8).
       01 WS-RPL-LOT-LEFT PIC 9(8).
       01 WS-RPL-BIN-LEFT PIC 9(8).
       01 WS-RPL-FACE-TOTAL PIC 9(8).
       01 WS-RPL-BIN-COUNT PIC 9(3).
       01 WS-RPL-BIN-TABLE.
           05 WS-RPL-BIN-ENTRY OCCURS 50 TIMES.
               10 WS-RPL-RSV-BIN PIC X(6).
               10 WS-RPL-RSV-QTY PIC 9(8).
       01 WS-RPL-BIN-IDX PIC 9(3).
       01 WS-RPL-FACES PIC 9(5).
       01 WS-RPL-TASKS PIC 9(5).
       01 WS-RPL-UNITS PIC 9(9).
       01 WS-RPL-SAVE-OK PIC X.
       01 WS-RPL-LINE PIC X(132).
       01 WS-AUR-PATH PIC X.
       01 WS-AUR-ITEM-ID PIC X(10).
       01 WS-AUR-WAREHOUSE PIC X(5).
       01 WS-AUR-FROM-DATE PIC X(8).
       01 WS-AUR-TO-DATE PIC X(8).
       01 WS-AUR-ORDER PIC X(10).
       01 WS-AUR-OPERATOR PIC X(10).
       01 WS-AUR-FAILED PIC X.
       01 WS-LEGACY-AUDIT-FILENAME PIC X(40).
       01 WS-LAU-STATUS PIC XX.
       01 WS-ACV-OK PIC X.
       01 WS-ACV-FROM-YEAR PIC X(4).
       01 WS-ACV-TO-YEAR PIC X(4).
       01 WS-ACV-YEAR PIC 9(4).
       01 WS-ACV-END-YEAR PIC 9(4).
       01 WS-ACV-READ PIC 9(7).
       01 WS-ACV-WRITTEN PIC 9(7).
       01 WS-ACV-LAST-STAMP PIC X(14).
       01 WS-ACV-SEQUENCE PIC 9(4).
       01 WS-AGE-ACTION PIC X(7).
       01 WS-AGP-STATUS PIC XX.
       01 WS-AGE-PCT-SET PIC X.
       01 WS-AGE-PCTS.
           05 WS-AGE-PCT PIC 9(3)V99 OCCURS 4 TIMES.
       01 WS-AGE-PCT-EDITS.
           05 WS-AGE-PCT-E PIC ZZ9.99 OCCURS 4 TIMES.
       01 WS-AGE-IDX PIC 9.
       01 WS-AGE-AS-OF PIC X(8).
       01 WS-AGE-AS-OF-NUM PIC 9(8).
       01 WS-AGE-AS-OF-INT PIC 9(8).
       01 WS-AGE-DATE-NUM PIC 9(8).
       01 WS-AGE-DAYS PIC S9(7).
       01 WS-AGE-AUDIT-OPEN PIC X.
       01 WS-AGE-LAYER-COUNT PIC 9(3).
       01 WS-AGE-LAYERS.
           05 WS-AGE-LAYER OCCURS 200 TIMES.
               10 WS-AGE-LAYER-DATE PIC X(8).
               10 WS-AGE-LAYER-QTY PIC 9(8).
       01 WS-AGE-LAYER-SWAP PIC X(16).
       01 WS-AGE-LDX PIC 9(3).
       01 WS-AGE-LJX PIC 9(3).
       01 WS-AGE-NEW-DATE PIC X(8).
       01 WS-AGE-NEW-QTY PIC 9(8).
       01 WS-AGE-SOURCE PIC X.
       01 WS-AGE-REMAIN PIC 9(8).
       01 WS-AGE-TAKE PIC 9(8).
       01 WS-AGE-FLAG PIC X(2).
       01 WS-AGE-ITEM-BUCKETS.
           05 WS-AGE-ITEM-QTY PIC 9(8) OCCURS 4 TIMES.
           05 WS-AGE-ITEM-VALUE PIC 9(11)V99 OCCURS 4 TIMES.
       01 WS-AGE-ITEM-TOTAL PIC 9(11)V99.
       01 WS-AGE-ITEM-RESERVE PIC 9(11)V99.
       01 WS-AGE-BUCKET-RESERVE PIC 9(11)V99.
       01 WS-AGE-GRAND.
           05 WS-AGE-GRAND-VALUE PIC 9(11)V99 OCCURS 4 TIMES.
           05 WS-AGE-GRAND-RSV PIC 9(11)V99 OCCURS 4 TIMES.
       01 WS-AGE-GRAND-TOTAL PIC 9(11)V99.
       01 WS-AGE-GRAND-RESERVE PIC 9(11)V99.
       01 WS-AGE-SUB-COUNT PIC 9(3).
       01 WS-AGE-SUB-OVERFLOW PIC X.
       01 WS-AGE-SUBTOTALS.
           05 WS-AGE-SUB OCCURS 100 TIMES.
               10 WS-AGE-SUB-TYPE PIC X.
               10 WS-AGE-SUB-CODE PIC X(10).
               10 WS-AGE-SUB-VALUE PIC 9(11)V99 OCCURS 4 TIMES.
               10 WS-AGE-SUB-RESERVE PIC 9(11)V99.
       01 WS-AGE-SUB-IDX PIC 9(3).
       01 WS-AGE-SUB-FOUND PIC X.
       01 WS-AGE-SUB-KEY-TYPE PIC X.
       01 WS-AGE-SUB-KEY-CODE PIC X(10).
       01 WS-AGE-ITEMS PIC 9(5).
       01 WS-AGE-UNAGED-ITEMS PIC 9(5).
       01 WS-AGE-NO-COST PIC 9(5).
       01 WS-AGE-EDITS.
           05 WS-AGE-EDIT PIC Z(10)9.99 OCCURS 6 TIMES.
       01 WS-AGE-SUM PIC 9(11)V99.
       01 WS-AGE-LINE PIC X(132).
       01 WS-AGE-POS PIC 9(3).
       01 WS-AGE-JNL-LINES PIC 9(6).
       01 WS-AGE-OBS-ACCOUNT PIC X(10).
       01 WS-AGE-RSV-ACCOUNT PIC X(10).
       01 WS-ATS-STATUS PIC XX.
       01 WS-ATM-STATUS PIC XX.
       01 WS-ATP-MODE PIC X(5).
       01 WS-ATP-STAMP PIC X(14).
       01 WS-ATP-MARK PIC 9(6).
       01 WS-ATP-MARK-DATE PIC X(8).
       01 WS-ATP-MARK-TIME PIC X(6).
       01 WS-ATP-SCAN-OK PIC X.
       01 WS-ATP-EOF PIC X.
       01 WS-ATP-VALUE PIC S9(9).
       01 WS-ATP-SEND PIC 9(8).
       01 WS-ATP-BASE-ATP PIC 9(8).
       01 WS-ATP-BASE-STATUS PIC X.
       01 WS-ATP-FOUND PIC X.
       01 WS-ATP-IND PIC X.
       01 WS-ATP-LINE PIC X(80).
       01 WS-ATP-SCANNED PIC 9(6).
       01 WS-ATP-WRITTEN PIC 9(6).
       01 WS-ATP-NEW PIC 9(6).
       01 WS-ATP-CHANGED PIC 9(6).
       01 WS-ATP-DELETED PIC 9(6).
       01 WS-ATP-HASH PIC 9(12).
       01 WS-AKH-STATUS PIC XX.
       01 WS-AKH-OPEN PIC X VALUE "N".
       01 WS-AKH-DATE PIC X(8).
       01 WS-FR-FROM-DATE PIC X(8).
       01 WS-FR-TO-DATE PIC X(8).
       01 WS-FR-TODAY PIC X(8).
       01 WS-FR-DATE-NUM PIC 9(8).
       01 WS-FR-FROM-INT PIC 9(8).
       01 WS-FR-TO-INT PIC 9(8).
       01 WS-FR-DATE-A PIC X(8).
       01 WS-FR-DATE-B PIC X(8).
       01 WS-FR-INT-A PIC 9(8).
       01 WS-FR-INT-B PIC 9(8).
       01 WS-FR-DAYS PIC S9(7).
       01 WS-FR-DAYS-OK PIC X.
       01 WS-FR-EOF PIC X.
       01 WS-FR-SO-OPEN PIC X.
       01 WS-FR-ORDER PIC X(10).
       01 WS-FR-CACHED-ORDER PIC X(10).
       01 WS-FR-ORDER-DATE PIC X(8).
       01 WS-FR-KEY-ITEM PIC X(10).
       01 WS-FR-KEY-WH PIC X(5).
       01 WS-FR-FIND-ITEM PIC X(10).
       01 WS-FR-FIND-WH PIC X(5).
       01 WS-FR-COUNT PIC 9(3).
       01 WS-FR-IDX PIC 9(3).
       01 WS-FR-JDX PIC 9(3).
       01 WS-FR-BEST PIC 9(3).
       01 WS-FR-RANK PIC 9(2).
       01 WS-FR-OVERFLOW PIC X.
       01 WS-FR-TABLE.
           05 WS-FR-ENTRY OCCURS 600 TIMES.
               10 WS-FR-ITEM PIC X(10).
               10 WS-FR-WH PIC X(5).
               10 WS-FR-LINES PIC 9(7).
               10 WS-FR-FILLED PIC 9(7).
               10 WS-FR-ORDERED PIC 9(9).
               10 WS-FR-ALLOCATED PIC 9(9).
               10 WS-FR-BKO-LINES PIC 9(7).
               10 WS-FR-BKO-UNITS PIC 9(9).
               10 WS-FR-OPEN-BKO PIC 9(5).
               10 WS-FR-OPEN-QTY PIC 9(9).
               10 WS-FR-AGE-SUM PIC 9(9).
               10 WS-FR-AGE-MAX PIC 9(5).
               10 WS-FR-REL-COUNT PIC 9(5).
               10 WS-FR-REL-DAYS PIC 9(9).
               10 WS-FR-SHIP-COUNT PIC 9(5).
               10 WS-FR-SHIP-DAYS PIC 9(9).
               10 WS-FR-PICKED PIC X.
       01 WS-FR-SWAP PIC X(120).
       01 WS-FR-DELTA.
           05 WS-FR-D-LINES PIC 9(7).
           05 WS-FR-D-FILLED PIC 9(7).
           05 WS-FR-D-ORDERED PIC 9(9).
           05 WS-FR-D-ALLOCATED PIC 9(9).
           05 WS-FR-D-BKO-LINES PIC 9(7).
           05 WS-FR-D-BKO-UNITS PIC 9(9).
           05 WS-FR-D-OPEN-BKO PIC 9(5).
           05 WS-FR-D-OPEN-QTY PIC 9(9).
           05 WS-FR-D-AGE PIC 9(5).
           05 WS-FR-D-REL-COUNT PIC 9(5).
           05 WS-FR-D-REL-DAYS PIC 9(9).
           05 WS-FR-D-SHIP-COUNT PIC 9(5).
           05 WS-FR-D-SHIP-DAYS PIC 9(9).
       01 WS-FR-REL-FIELDS.
           05 WS-FR-R-DATE PIC X(8).
           05 WS-FR-R-ORDER PIC X(10).
           05 WS-FR-R-ITEM PIC X(10).
           05 WS-FR-R-WH PIC X(5).
           05 WS-FR-R-QTY PIC X(8).
           05 WS-FR-R-OPEN PIC X(8).
       01 WS-FR-ACKS PIC 9(7).
       01 WS-FR-REJECTED PIC 9(7).
       01 WS-FR-NO-DATE PIC 9(7).
       01 WS-FR-PCT PIC 9(3)V9.
       01 WS-FR-AVG PIC 9(5)V9.
       01 WS-FR-LFR-E PIC ZZ9.9.
       01 WS-FR-UFR-E PIC ZZ9.9.
       01 WS-FR-AGE-E PIC ZZZZ9.9.
       01 WS-FR-REL-E PIC ZZZZ9.9.
       01 WS-FR-SHIP-E PIC ZZZZ9.9.
       01 WS-FR-LINE PIC X(132).

       PROCEDURE DIVISION.
       ACCEPT WS-RUN-MODE-ARG FROM COMMAND-LINE.
       DISPLAY "inventory done correctly".
       DISPLAY "run 'help' for list of available commands.".
       DISPLAY " ".
       PERFORM OPERATOR-SIGN-ON.
       PERFORM MAIN-PROCEDURE.
       STOP RUN.

           END-STRING.
           PERFORM BATCH-LOG-LINE.
           PERFORM GET-INPUT.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE SPACES TO WS-OPR-PIN.
           MOVE FUNCTION TRIM(WS-INPUT-LINE LEADING) TO WS-OPR-LINE.
           UNSTRING WS-OPR-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATOR-ID WS-OPR-PIN
           END-UNSTRING.
           STRING "OPERATOR: " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-RUN-LOG-LINE
           END-STRING.
           PERFORM BATCH-LOG-LINE.
           PERFORM OPERATOR-VALIDATE.
           IF WS-OPR-SIGNED-ON NOT = "Y"
               DISPLAY "[!] batch operator sign-on failed - run"
                   " stopped"
               MOVE "SIGN-ON REJECTED - RUN STOPPED"
                   TO WS-RUN-LOG-LINE
               PERFORM BATCH-LOG-LINE
               CLOSE SCRIPT-FILE
               CLOSE RUN-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CKP-SKIP > 0
               DISPLAY "restart - skipping " WS-CKP-SKIP
                   " already-processed script lines"
           END-IF.

       MENU-PROCESS.
           PERFORM OPERATOR-CHECK-AUTHORITY.
           IF WS-OPR-AUTHORIZED NOT = "Y"
               DISPLAY "[!] command not authorized for role "
                   WS-OPR-ROLE
               MOVE "N" TO WS-OPERATION-OK
           ELSE IF MENU-INPUT = "help" THEN
               PERFORM MENU-HELP
           ELSE IF MENU-INPUT = "setup" THEN
               PERFORM MENU-SETUP
               PERFORM OPERATION-CYCLECOUNT
           ELSE IF MENU-INPUT = "pending" THEN
               PERFORM OPERATION-PENDING
           ELSE IF MENU-INPUT = "glextract" THEN
               PERFORM OPERATION-GLEXTRACT
           ELSE IF MENU-INPUT = "approve" THEN
               PERFORM OPERATION-APPROVE
           ELSE IF MENU-INPUT = "operator" THEN
               PERFORM OPERATION-OPERATOR
           ELSE IF MENU-INPUT = "invmatch" THEN
               PERFORM OPERATION-INVMATCH
           ELSE IF MENU-INPUT = "itemconv" THEN
               PERFORM OPERATION-ITEMCONV
           ELSE IF MENU-INPUT = "auditconv" THEN
               PERFORM OPERATION-AUDITCONV
           ELSE IF MENU-INPUT = "forecast" THEN
               PERFORM OPERATION-FORECAST
           ELSE IF MENU-INPUT = "rma" THEN
               PERFORM OPERATION-RMA
           ELSE IF MENU-INPUT = "rtv" THEN
               PERFORM OPERATION-RTV
           ELSE IF MENU-INPUT = "salesorder" THEN
               PERFORM OPERATION-SALESORDER
           ELSE IF MENU-INPUT = "wave" THEN
               PERFORM OPERATION-WAVE
           ELSE IF MENU-INPUT = "pickface" THEN
               PERFORM OPERATION-PICKFACE
           ELSE IF MENU-INPUT = "aging" THEN
               PERFORM OPERATION-AGING
           ELSE IF MENU-INPUT = "atpfeed" THEN
               PERFORM OPERATION-ATPFEED
           ELSE IF MENU-INPUT = "fillrate" THEN
               PERFORM OPERATION-FILLRATE
           ELSE
               DISPLAY "[!] unknown command entered."
               MOVE "N" TO WS-OPERATION-OK
                   READ INVENTORY-FILE next
                       AT END MOVE "Y" TO WS-COPY-EOF
                   NOT AT END
                       PERFORM BACKUP-BUILD-RECORD
                       WRITE BACKUP-RECORD
                       IF WS-BACKUP-STATUS NOT = "00"
                           MOVE "N" TO WS-BACKUP-OK
                           MOVE "Y" TO WS-COPY-EOF
       MENU-SETUP-CREATE.
           OPEN OUTPUT INVENTORY-FILE.
           CLOSE INVENTORY-FILE.
           DISPLAY "(1/3) inventory file created".
           PERFORM ITEM-MASTER-CLOSE.
           OPEN OUTPUT ITEM-MASTER-FILE.
           CLOSE ITEM-MASTER-FILE.
           DISPLAY "(2/3) item master file created".
           OPEN OUTPUT LOT-FILE.
           CLOSE LOT-FILE.
           DISPLAY "(3/3) lot detail file created".
           DISPLAY "setup complete".

       OPERATION-RESTORE.
                   WRITE INVENTORY-RECORD
                   IF FILE-STATUS = "00"
                       ADD 1 TO WS-RESTORE-LOADED
                       PERFORM ITEM-MASTER-PUT
                   ELSE
                       ADD 1 TO WS-RESTORE-REJECTED
                       DISPLAY "[!] could not reload: " BKP-ITEM-ID
               " components".
           DISPLAY "[vendscore] vendor performance from receipt"
               " history".
           DISPLAY "[glextract] GL journal extract of inventory value"
               " movements and account map".
           DISPLAY "[approve]  list, approve or reject queued"
               " adjustments and deletes".
           DISPLAY "[operator] operator master, role authority and"
               " security log".
           DISPLAY "[invmatch] three-way match of vendor invoices to"
               " purchase orders and receipts".
           DISPLAY "[itemconv] one-time build of the item master from"
               " the pre-split inventory".
           DISPLAY "[auditconv] one-time conversion of the audit log"
               " and yearly archives to indexed files".
           DISPLAY "[forecast] demand forecast and recommended reorder"
               " points, review or apply".
           DISPLAY "[rma]      authorize, receive, cancel or age"
               " customer returns".
           DISPLAY "[rtv]      list rejected lots or return one to its"
               " vendor with a debit memo".
           DISPLAY "[salesorder] order status and history inquiry, or"
               " late open-order report".
           DISPLAY "[wave]     plan pick waves by warehouse and ship"
               " cutoff, bin-sequenced".
           DISPLAY "[pickface] pick-face setup, replenishment run,"
               " confirm or cancel a task".
           DISPLAY "[aging]    aged inventory valuation and"
               " obsolescence reserve, or set reserve rates".
           DISPLAY "[atpfeed]  available-to-promise feed for the web"
               " storefront (delta or full refresh)".
           DISPLAY "[fillrate] customer fill-rate and service-level"
               " report for a date range".
           DISPLAY "-".
           DISPLAY "[restore]  rebuild the inventory from a dated"
               " backup".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO ITEM-COST-DATE.
           MOVE "M" TO ITEM-COST-SOURCE.
           MOVE ITEM-ATTRIBUTES TO WS-IM-ENTERED.
           PERFORM ITEM-MASTER-GET.
           IF WS-IM-FOUND = "Y"
               IF ITEM-DESCRIPTION NOT = WS-IM-ENT-DESCRIPTION
                       OR ITEM-PRICE NOT = WS-IM-ENT-PRICE
                       OR ITEM-SERIAL-FLAG NOT = WS-IM-ENT-SERIAL-FLAG
                   DISPLAY "[!] item already on item-master -"
                       " description, price and serial flag kept"
                       " from the master"
               END-IF
           ELSE
               MOVE WS-IM-ENTERED TO ITEM-ATTRIBUTES
           END-IF.

           OPEN I-O INVENTORY-FILE.
           WRITE INVENTORY-RECORD.
           IF FILE-STATUS = "00"
               CLOSE INVENTORY-FILE
               IF WS-IM-FOUND = "N"
                   PERFORM ITEM-MASTER-PUT
               END-IF
               MOVE "ADD" TO AUD-OPERATION
               MOVE ITEM-ID TO AUD-ITEM-ID
               MOVE WAREHOUSE-CODE TO AUD-WAREHOUSE-CODE
                   MOVE "N" TO WS-OPERATION-OK
               END-IF
               IF FILE-STATUS = "00"
                   PERFORM APPROVAL-LOAD-LIMIT
                   IF WS-ITEM-QUANTITY > ITEM-QUANTITY
                       COMPUTE WS-APQ-VALUE =
                           (WS-ITEM-QUANTITY - ITEM-QUANTITY)
                               * ITEM-UNIT-COST
                   ELSE
                       COMPUTE WS-APQ-VALUE =
                           (ITEM-QUANTITY - WS-ITEM-QUANTITY)
                               * ITEM-UNIT-COST
                   END-IF
                   IF WS-APQ-VALUE > WS-APP-LIMIT
                       MOVE "UPDATE" TO WS-APQ-TYPE
                       PERFORM APPROVAL-QUEUE-ENTRY
                   ELSE
                       PERFORM UPDATE-APPLY-QUANTITY
                   END-IF
               END-IF
               CLOSE INVENTORY-FILE
           END-IF.

       UPDATE-APPLY-QUANTITY.
           MOVE ITEM-QUANTITY TO WS-OLD-QUANTITY.
           MOVE ITEM-PRICE TO WS-OLD-PRICE.
           IF WS-ITEM-QUANTITY < ITEM-ALLOCATED-QUANTITY
               DISPLAY "[!] warning: new quantity is below"
                   " allocated quantity"
           END-IF.
           MOVE WS-ITEM-QUANTITY TO ITEM-QUANTITY.
           REWRITE INVENTORY-RECORD.
           IF FILE-STATUS = "00"
               MOVE "UPDATE" TO AUD-OPERATION
               MOVE ITEM-ID TO AUD-ITEM-ID
               MOVE WAREHOUSE-CODE TO AUD-WAREHOUSE-CODE
               MOVE WS-OLD-QUANTITY TO AUD-OLD-QUANTITY
               MOVE ITEM-QUANTITY TO AUD-NEW-QUANTITY
               MOVE WS-OLD-PRICE TO AUD-OLD-PRICE
               MOVE ITEM-PRICE TO AUD-NEW-PRICE
               MOVE ITEM-ALLOCATED-QUANTITY
                   TO AUD-OLD-ALLOCATED
               MOVE ITEM-ALLOCATED-QUANTITY
                   TO AUD-NEW-ALLOCATED
               MOVE WS-REASON-CODE TO AUD-REASON-CODE
               PERFORM AUDIT-WRITE-ENTRY
               IF WS-LOT-NUMBER NOT = SPACES
                   COMPUTE WS-LOT-DELTA =
                       ITEM-QUANTITY - WS-OLD-QUANTITY
                   PERFORM LOT-APPLY-DELTA
               END-IF
               MOVE "Y" TO WS-APQ-POSTED
               DISPLAY "Item updated successfully."
           ELSE
               DISPLAY "[!] item could not be updated."
               MOVE "N" TO WS-OPERATION-OK
           END-IF.

       OPERATION-DELETE.
           DISPLAY "------------------------------------------".
           DISPLAY "DELETE AN ITEM".
               MOVE "N" TO WS-OPERATION-OK
           END-IF.
           IF FILE-STATUS = "00"
               IF ITEM-QUANTITY NOT = 0
                       OR ITEM-ALLOCATED-QUANTITY NOT = 0
                   MOVE "DELETE" TO WS-APQ-TYPE
                   MOVE 0 TO WS-ITEM-QUANTITY
                   MOVE SPACES TO WS-REASON-CODE
                   MOVE SPACES TO WS-LOT-NUMBER
                   COMPUTE WS-APQ-VALUE =
                       ITEM-QUANTITY * ITEM-UNIT-COST
                   PERFORM APPROVAL-QUEUE-ENTRY
               ELSE
                   PERFORM DELETE-APPLY-ITEM
               END-IF
           END-IF.
           CLOSE INVENTORY-FILE.

       DELETE-APPLY-ITEM.
           MOVE ITEM-QUANTITY TO WS-OLD-QUANTITY.
           MOVE ITEM-PRICE TO WS-OLD-PRICE.
           DELETE INVENTORY-FILE
               INVALID KEY
                   DISPLAY "item not found"
                   MOVE "N" TO WS-OPERATION-OK
               NOT INVALID KEY
                   MOVE "DELETE" TO AUD-OPERATION
                   MOVE WS-ITEM-ID TO AUD-ITEM-ID
                   MOVE WS-WAREHOUSE-CODE TO AUD-WAREHOUSE-CODE
                   MOVE WS-OLD-QUANTITY TO AUD-OLD-QUANTITY
                   MOVE 0 TO AUD-NEW-QUANTITY
                   MOVE WS-OLD-PRICE TO AUD-OLD-PRICE
                   MOVE 0 TO AUD-NEW-PRICE
                   MOVE ITEM-ALLOCATED-QUANTITY
                       TO AUD-OLD-ALLOCATED
                   MOVE 0 TO AUD-NEW-ALLOCATED
                   MOVE SPACES TO AUD-REASON-CODE
                   PERFORM AUDIT-WRITE-ENTRY
                   MOVE "Y" TO WS-APQ-POSTED
                   DISPLAY "item deleted successfully"
           END-DELETE.
       
       OPERATION-REPORT.
           DISPLAY "------------------------------------------".
               READ INVENTORY-FILE next
                   AT END MOVE '99' TO FILE-STATUS
               NOT AT END
                   PERFORM ITEM-MASTER-GET
                   ADD 1 TO COUNTER
                   COMPUTE WS-EXTENDED-VALUE =
                       ITEM-QUANTITY * ITEM-PRICE
                   MOVE WS-PARAM-PACK TO ITEM-CASE-PACK
                   REWRITE INVENTORY-RECORD
                   IF FILE-STATUS = "00"
                       PERFORM ITEM-MASTER-PUT
                       MOVE "PARAMS" TO AUD-OPERATION
                       MOVE ITEM-ID TO AUD-ITEM-ID
                       MOVE WAREHOUSE-CODE TO AUD-WAREHOUSE-CODE
           MOVE 0 TO WS-VFY-FAILED.
           MOVE 0 TO WS-VFY-BLANK-ID.
           MOVE 0 TO WS-VFY-BLANK-DESC.
           MOVE 0 TO WS-VFY-NO-MASTER.
           MOVE 0 TO WS-VFY-BAD-NUMERIC.
           MOVE 0 TO WS-VFY-OVERALLOC.
           MOVE 0 TO WS-VFY-BAD-WAREHOUSE.
               NOT AT END
                   ADD 1 TO WS-VFY-RECORDS
                   MOVE "N" TO WS-VFY-RECORD-BAD
                   PERFORM ITEM-MASTER-GET
                   PERFORM VERIFY-EDIT-RECORD
                   IF WS-VFY-RECORD-BAD = "Y"
                       ADD 1 TO WS-VFY-FAILED
           DISPLAY "records failing edits: " WS-VFY-FAILED.
           DISPLAY "blank/spaces item ID: " WS-VFY-BLANK-ID.
           DISPLAY "blank/spaces description: " WS-VFY-BLANK-DESC.
           DISPLAY "not on item master: " WS-VFY-NO-MASTER.
           DISPLAY "non-numeric qty/price: " WS-VFY-BAD-NUMERIC.
           DISPLAY "allocated over on-hand: " WS-VFY-OVERALLOC.
           DISPLAY "unknown warehouse code: " WS-VFY-BAD-WAREHOUSE.
           WRITE VERIFY-REPORT-RECORD.
           MOVE SPACES TO WS-VFY-LINE.
           STRING "UNKNOWN WAREHOUSE: " WS-VFY-BAD-WAREHOUSE
               " NOT ON ITEM MASTER: " WS-VFY-NO-MASTER
               DELIMITED BY SIZE INTO WS-VFY-LINE
           END-STRING.
           MOVE WS-VFY-LINE TO VERIFY-REPORT-RECORD.
               MOVE "BLANK ITEM ID" TO WS-VFY-REASON
               PERFORM VERIFY-REPORT-EXCEPTION
           END-IF.
           IF WS-IM-FOUND = "N"
               ADD 1 TO WS-VFY-NO-MASTER
               MOVE "NOT ON ITEM MASTER" TO WS-VFY-REASON
               PERFORM VERIFY-REPORT-EXCEPTION
           ELSE IF ITEM-DESCRIPTION = SPACES
               ADD 1 TO WS-VFY-BLANK-DESC
               MOVE "BLANK DESCRIPTION" TO WS-VFY-REASON
               PERFORM VERIFY-REPORT-EXCEPTION
               READ INVENTORY-FILE next
                   AT END MOVE '99' TO FILE-STATUS
               NOT AT END
                   PERFORM ITEM-MASTER-GET
                   MOVE ITEM-ID TO SNP-ITEM-ID
                   MOVE WAREHOUSE-CODE TO SNP-WAREHOUSE-CODE
                   MOVE ITEM-DESCRIPTION TO SNP-ITEM-DESCRIPTION
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "[!] no audit entries on file"
           ELSE
               MOVE "D" TO WS-AUR-PATH
               MOVE WS-PRIOR-DATE TO WS-AUR-FROM-DATE
               MOVE WS-CLOSE-DATE TO WS-AUR-TO-DATE
               PERFORM AUDIT-START-RANGE
               PERFORM UNTIL WS-AUDIT-EOF = "Y"
                   PERFORM AUDIT-READ-RANGE
                   IF WS-AUDIT-EOF NOT = "Y"
                           AND WS-AUDIT-STATUS = "00"
                       IF (WS-PRIOR-DATE = SPACES
                               OR AUD-DATE > WS-PRIOR-DATE)
                               AND AUD-DATE <= WS-CLOSE-DATE
                           PERFORM CLOSE-BUCKET-ENTRY
                       END-IF
                   END-IF
                   IF WS-AUDIT-EOF NOT = "Y"
                           AND WS-AUDIT-STATUS NOT = "00"
                       DISPLAY "[!] audit read failed - status "
                       MOVE WS-REORDER-POINT TO WS-EFFECTIVE-POINT
                   END-IF
                   IF ITEM-QUANTITY < WS-EFFECTIVE-POINT
                       PERFORM ITEM-MASTER-GET
                       ADD 1 TO COUNTER
                       DISPLAY
                       COUNTER " | "
           CLOSE INVENTORY-FILE.

       PLAN-STORE-ITEM.
           PERFORM ITEM-MASTER-GET.
           MOVE ITEM-ID TO WS-PLN-ITEM-ID(WS-PLN-COUNT).
           MOVE WAREHOUSE-CODE TO WS-PLN-WAREHOUSE(WS-PLN-COUNT).
           MOVE ITEM-QUANTITY TO WS-PLN-ONHAND(WS-PLN-COUNT).
           MOVE 0 TO PO-RECEIVED-QUANTITY.
           MOVE SPACES TO PO-LAST-RECEIPT-DATE.
           MOVE "O" TO PO-LINE-STATUS.
           MOVE 0 TO PO-BILLED-QUANTITY.
           WRITE PO-RECORD.
           IF WS-PO-STATUS NOT = "00"
               DISPLAY "[!] PO line could not be written: "
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:8) TO ITEM-COST-DATE
               MOVE "M" TO ITEM-COST-SOURCE
               PERFORM IMPORT-CHECK-MASTER
               WRITE INVENTORY-RECORD
               IF FILE-STATUS = "00"
                   IF WS-IM-FOUND = "N"
                       PERFORM ITEM-MASTER-PUT
                   END-IF
                   ADD 1 TO WS-IMPORT-LOADED
                   MOVE "ADD" TO AUD-OPERATION
                   MOVE ITEM-ID TO AUD-ITEM-ID
               END-IF
           END-IF.

       IMPORT-CHECK-MASTER.
           MOVE ITEM-ATTRIBUTES TO WS-IM-ENTERED.
           PERFORM ITEM-MASTER-GET.
           IF WS-IM-FOUND = "Y"
               IF ITEM-DESCRIPTION NOT = WS-IM-ENT-DESCRIPTION
                       OR ITEM-PRICE NOT = WS-IM-ENT-PRICE
                       OR ITEM-VENDOR-ID NOT = WS-IM-ENT-VENDOR-ID
                       OR ITEM-UOM-CODE NOT = WS-IM-ENT-UOM-CODE
                       OR ITEM-CASE-PACK NOT = WS-IM-ENT-CASE-PACK
                   DISPLAY "[!] " ITEM-ID " already on item-master -"
                       " import attributes ignored for "
                       WAREHOUSE-CODE
               END-IF
           ELSE
               MOVE WS-IM-ENTERED TO ITEM-ATTRIBUTES
           END-IF.

       OPERATION-REPRICE.
           DISPLAY "------------------------------------------".
           DISPLAY "REPRICE AN ITEM".
           DISPLAY " ".
           DISPLAY "(1/2) ID:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO ITEM-ID.
           DISPLAY "(2/2) new price:".
           PERFORM GET-INPUT
           COMPUTE WS-NEW-PRICE = FUNCTION NUMVAL(WS-INPUT-LINE).

           DISPLAY " ".
           PERFORM ITEM-MASTER-GET.
           IF WS-IM-FOUND NOT = "Y"
               DISPLAY "item not found"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               MOVE ITEM-PRICE TO WS-OLD-PRICE
               MOVE WS-NEW-PRICE TO ITEM-PRICE
               PERFORM ITEM-MASTER-PUT
               IF WS-IM-RESULT = "00"
                   OPEN INPUT INVENTORY-FILE
                   MOVE SPACES TO WS-IM-LOG-REASON
                   PERFORM ITEM-MASTER-LOG-PRICE
                   CLOSE INVENTORY-FILE
                   DISPLAY "item repriced successfully - "
                       WS-IM-LOG-COUNT " warehouse(s) on file"
               ELSE
                   DISPLAY "[!] item could not be repriced"
               END-IF
           END-IF.

       OPERATION-FIND.
           DISPLAY "------------------------------------------".
                               IF ITEM-ID NOT = WS-FIND-ID
                                   MOVE '99' TO FILE-STATUS
                               ELSE
                                   PERFORM ITEM-MASTER-GET
                                   ADD 1 TO WS-FIND-MATCHES
                                   DISPLAY
                                   ITEM-ID " | "
                   READ INVENTORY-FILE NEXT
                       AT END MOVE '99' TO FILE-STATUS
                   NOT AT END
                       PERFORM ITEM-MASTER-GET
                       PERFORM FIND-DESC-MATCH
                       IF WS-DESC-FOUND = "Y"
                           ADD 1 TO WS-FIND-MATCHES
               NOT AT END
                   ADD 1 TO COUNTER
                   ADD ITEM-QUANTITY TO WS-OUT-HASH
                   PERFORM ITEM-MASTER-GET
                   MOVE ITEM-DESCRIPTION TO WS-EXPORT-DESC
                   INSPECT WS-EXPORT-DESC REPLACING ALL '"' BY SPACE
                   MOVE ITEM-PRICE TO WS-EXPORT-PRICE
                       END-IF
                       PERFORM LOT-APPLY-DELTA
                   END-IF
                   IF MOV-TYPE = "RCPT"
                           AND MOV-LOT-NUMBER NOT = SPACES
                           AND MOV-PO-NUMBER NOT = SPACES
                       PERFORM POST-RECORD-LOT-RECEIPT
                   END-IF
                   IF MOV-BIN-NUMBER NOT = SPACES
                       MOVE MOV-BIN-NUMBER TO WS-BIN-NUMBER
                       IF MOV-TYPE = "RCPT"
                           MOVE MOV-PO-NUMBER TO WS-SER-ORDER
                           PERFORM SERIAL-WRITE-RECEIPT
                       ELSE
                           MOVE MOV-PO-NUMBER TO WS-SER-ORDER
                           PERFORM SERIAL-MARK-SHIPPED
                       END-IF
                   END-IF
           END-IF.
           CLOSE PO-FILE.

       POST-RECORD-LOT-RECEIPT.
           OPEN INPUT PO-FILE.
           MOVE MOV-PO-NUMBER TO PO-NUMBER.
           MOVE MOV-PO-LINE TO PO-LINE-NUMBER.
           READ PO-FILE KEY IS PO-KEY.
           IF WS-PO-STATUS = "00"
               OPEN I-O LOT-RECEIPT-FILE
               IF WS-LRC-STATUS = "35"
                   OPEN OUTPUT LOT-RECEIPT-FILE
                   CLOSE LOT-RECEIPT-FILE
                   OPEN I-O LOT-RECEIPT-FILE
               END-IF
               MOVE ITEM-ID TO LRC-ITEM-ID
               MOVE WAREHOUSE-CODE TO LRC-WAREHOUSE-CODE
               MOVE MOV-LOT-NUMBER TO LRC-LOT-NUMBER
               READ LOT-RECEIPT-FILE KEY IS LRC-KEY
               IF WS-LRC-STATUS = "00"
                   ADD WS-POST-QTY TO LRC-QUANTITY
               ELSE
                   MOVE WS-POST-QTY TO LRC-QUANTITY
               END-IF
               MOVE MOV-PO-NUMBER TO LRC-PO-NUMBER
               MOVE MOV-PO-LINE TO LRC-PO-LINE
               MOVE PO-VENDOR-ID TO LRC-VENDOR-ID
               IF MOV-UNIT-COST IS NUMERIC AND MOV-UNIT-COST > 0
                   MOVE MOV-UNIT-COST TO LRC-UNIT-COST
               ELSE
                   MOVE ITEM-UNIT-COST TO LRC-UNIT-COST
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:8) TO LRC-RECEIVED-DATE
               IF WS-LRC-STATUS = "00"
                   REWRITE LOT-RECEIPT-RECORD
               ELSE
                   WRITE LOT-RECEIPT-RECORD
               END-IF
               IF WS-LRC-STATUS NOT = "00"
                   DISPLAY "[!] lot receipt link not recorded: "
                       MOV-LOT-NUMBER
               END-IF
               CLOSE LOT-RECEIPT-FILE
           END-IF.
           CLOSE PO-FILE.

       POST-REWEIGHT-COST.
           MOVE ITEM-UNIT-COST TO WS-OLD-COST.
           COMPUTE WS-NEW-COST ROUNDED =
               ((WS-OLD-QUANTITY * WS-OLD-COST)
                   + (WS-POST-QTY * MOV-UNIT-COST))
                   / (WS-OLD-QUANTITY + WS-POST-QTY).
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO ITEM-COST-DATE.
           MOVE "A" TO ITEM-COST-SOURCE.
           IF WS-NEW-COST NOT = WS-OLD-COST
               MOVE WS-NEW-COST TO ITEM-UNIT-COST
               MOVE ITEM-ID TO CH-ITEM-ID
               MOVE WAREHOUSE-CODE TO CH-WAREHOUSE-CODE
               MOVE WS-OLD-COST TO CH-OLD-COST
           IF WS-BKR-AVAILABLE > 0
               OPEN I-O BACKORDER-FILE
               IF WS-BKO-STATUS = "00"
                   PERFORM SALES-ORDER-OPEN
                   PERFORM UNTIL WS-BKO-STATUS NOT = "00"
                           OR WS-BKR-AVAILABLE = 0
                       READ BACKORDER-FILE NEXT
                       END-READ
                   END-PERFORM
                   CLOSE BACKORDER-FILE
                   PERFORM SALES-ORDER-CLOSE
               END-IF
           END-IF.

               DISPLAY "backorder released: order "
                   BKO-ORDER-NUMBER " " ITEM-ID " qty " WS-BKR-QTY
               PERFORM POST-RELEASE-WRITE-LINE
               PERFORM SALES-ORDER-RESET
               MOVE BKO-ORDER-NUMBER TO WS-SO-ORDER
               MOVE BKO-ITEM-ID TO WS-SO-ITEM
               MOVE BKO-WAREHOUSE-CODE TO WS-SO-WH
               MOVE WS-BKR-QTY TO WS-SO-ADD-ALLOCATED
               COMPUTE WS-SO-ADD-BACKORDERED = 0 - WS-BKR-QTY
               PERFORM SALES-ORDER-POST-LINE
               IF BKO-OPEN-QUANTITY = 0
                   DELETE BACKORDER-FILE
                       INVALID KEY
           MOVE 0 TO WS-SHP-APPLIED.
           MOVE 0 TO WS-SHP-REJECTED.
           MOVE 0 TO WS-SHP-SUBS.
           MOVE 0 TO WS-SHP-WAVE-COUNT.

           OPEN INPUT PICK-CONFIRM-FILE.
           IF WS-PCF-STATUS NOT = "00"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               OPEN I-O INVENTORY-FILE
               PERFORM SALES-ORDER-OPEN
               MOVE "N" TO WS-SHP-WVL-OPEN
               OPEN I-O WAVE-LINE-FILE
               IF WS-WVL-STATUS = "00"
                   MOVE "Y" TO WS-SHP-WVL-OPEN
               END-IF
               PERFORM UNTIL WS-PCF-STATUS NOT = "00"
                   READ PICK-CONFIRM-FILE
                       AT END MOVE "99" TO WS-PCF-STATUS
               END-PERFORM
               CLOSE PICK-CONFIRM-FILE
               CLOSE INVENTORY-FILE
               PERFORM SALES-ORDER-CLOSE
               IF WS-SHP-WVL-OPEN = "Y"
                   CLOSE WAVE-LINE-FILE
               END-IF
               DISPLAY " "
               DISPLAY "confirmations shipped: " WS-SHP-APPLIED
               DISPLAY "confirmations rejected: " WS-SHP-REJECTED
               DISPLAY "lot substitutions: " WS-SHP-SUBS
               IF WS-SHP-WAVE-COUNT > 0
                   PERFORM SHIP-REPORT-WAVES
               END-IF
           END-IF.

       SHIP-APPLY-LINE.
                   MOVE "SALE" TO AUD-REASON-CODE
                   MOVE PCF-ORDER-NUMBER TO WS-AUDIT-ORDER-NO
                   PERFORM AUDIT-WRITE-ENTRY
                   PERFORM SALES-ORDER-RESET
                   MOVE PCF-ORDER-NUMBER TO WS-SO-ORDER
                   MOVE PCF-ITEM-ID TO WS-SO-ITEM
                   MOVE PCF-WAREHOUSE-CODE TO WS-SO-WH
                   MOVE PCF-PICKED-QUANTITY TO WS-SO-ADD-SHIPPED
                   COMPUTE WS-SO-ADD-ALLOCATED =
                       0 - PCF-PICKED-QUANTITY
                   COMPUTE WS-SO-ADD-PICKED = 0 - PCF-PICKED-QUANTITY
                   PERFORM SALES-ORDER-POST-LINE
                   IF PCF-WAVE-NUMBER IS NUMERIC
                           AND PCF-WAVE-NUMBER NOT = "000000"
                       PERFORM SHIP-UPDATE-WAVE
                   END-IF
                   IF PCF-LOT-NUMBER NOT = SPACES
                       MOVE PCF-LOT-NUMBER TO WS-LOT-NUMBER
                       MOVE SPACES TO WS-LOT-EXPIRY
               END-STRING
               MOVE WS-AUDIT-LINE TO AUDIT-REPORT-RECORD
               WRITE AUDIT-REPORT-RECORD
               PERFORM AUDIT-QUERY-PATH
               PERFORM AUDIT-START-RANGE
               PERFORM UNTIL WS-AUDIT-EOF = "Y"
                   PERFORM AUDIT-READ-RANGE
                   IF WS-AUDIT-EOF NOT = "Y"
                           AND WS-AUDIT-STATUS = "00"
                       PERFORM AUDIT-QUERY-SELECT
                       IF WS-AQ-SELECTED = "Y"
                           ADD 1 TO WS-AQ-MATCHES
                           PERFORM AUDIT-QUERY-PRINT
                       END-IF
                   END-IF
                   IF WS-AUDIT-EOF NOT = "Y"
                           AND WS-AUDIT-STATUS NOT = "00"
                       DISPLAY "[!] audit read failed - status "
               MOVE "N" TO WS-AQ-SELECTED
           END-IF.

       AUDIT-QUERY-PATH.
           MOVE WS-AQ-ITEM-ID TO WS-AUR-ITEM-ID.
           MOVE WS-AQ-WAREHOUSE TO WS-AUR-WAREHOUSE.
           MOVE WS-AQ-OPERATOR TO WS-AUR-OPERATOR.
           MOVE WS-AQ-FROM-DATE TO WS-AUR-FROM-DATE.
           MOVE WS-AQ-TO-DATE TO WS-AUR-TO-DATE.
           IF WS-AQ-ITEM-ID NOT = SPACES
               MOVE "I" TO WS-AUR-PATH
           ELSE IF WS-AQ-OPERATOR NOT = SPACES
               MOVE "P" TO WS-AUR-PATH
           ELSE IF WS-AQ-FROM-DATE NOT = SPACES
               MOVE "D" TO WS-AUR-PATH
           ELSE
               MOVE "S" TO WS-AUR-PATH
           END-IF
           END-IF
           END-IF.

       AUDIT-QUERY-PRINT.
           STRING
               AUD-DATE DELIMITED BY SIZE
                   AT END MOVE '99' TO FILE-STATUS
               NOT AT END
                   ADD 1 TO COUNTER
                   PERFORM ITEM-MASTER-GET
                   MOVE ITEM-PRICE TO WS-EXPORT-PRICE
                   STRING
                       COUNTER DELIMITED BY SIZE
               DISPLAY "[!] move quantity must be greater than zero"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               MOVE "BIN" TO WS-BIN-REASON
               PERFORM BINMOVE-APPLY
           END-IF.

               MOVE ITEM-PRICE TO AUD-NEW-PRICE
               MOVE ITEM-ALLOCATED-QUANTITY TO AUD-OLD-ALLOCATED
               MOVE ITEM-ALLOCATED-QUANTITY TO AUD-NEW-ALLOCATED
               MOVE WS-BIN-REASON TO AUD-REASON-CODE
               PERFORM AUDIT-WRITE-ENTRY
               DISPLAY "moved " WS-BIN-QTY " of " WS-ITEM-ID
                   " from bin " WS-BIN-FROM " to bin " WS-BIN-TO
                   MOVE WS-CURRENT-DATETIME(1:8) TO SER-LAST-DATE
                   MOVE "ISSU" TO SER-LAST-OPERATION
                   MOVE WS-OPERATOR-ID TO SER-LAST-OPERATOR
                   MOVE WS-SER-ORDER TO SER-ORDER-NUMBER
                   REWRITE SERIAL-RECORD
                   IF WS-SER-STATUS NOT = "00"
                       DISPLAY "[!] serial could not be updated: "
               SER-WAREHOUSE-CODE.
           IF SER-STATUS = "S"
               DISPLAY "status: SHIPPED"
           ELSE IF SER-STATUS = "X"
               DISPLAY "status: SCRAPPED"
           ELSE
               DISPLAY "status: IN STOCK"
           END-IF
           END-IF.
           DISPLAY "received: " SER-RECEIVED-DATE
               " last action: " SER-LAST-OPERATION
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "  no audit entries on file"
           ELSE
               MOVE "I" TO WS-AUR-PATH
               MOVE SER-ITEM-ID TO WS-AUR-ITEM-ID
               MOVE SER-WAREHOUSE-CODE TO WS-AUR-WAREHOUSE
               MOVE SPACES TO WS-AUR-FROM-DATE
               MOVE SPACES TO WS-AUR-TO-DATE
               PERFORM AUDIT-START-RANGE
               PERFORM UNTIL WS-AUDIT-EOF = "Y"
                   PERFORM AUDIT-READ-RANGE
                   IF WS-AUDIT-EOF NOT = "Y"
                           AND WS-AUDIT-STATUS = "00"
                       IF AUD-ITEM-ID = SER-ITEM-ID
                               AND AUD-WAREHOUSE-CODE
                                   = SER-WAREHOUSE-CODE
                               AUD-OPERATOR-ID " "
                               AUD-ORDER-NUMBER
                       END-IF
                   END-IF
                   IF WS-AUDIT-EOF NOT = "Y"
                           AND WS-AUDIT-STATUS NOT = "00"
                       DISPLAY "[!] audit read failed - status "
           DISPLAY "------------------------------------------".
           DISPLAY "FEFO PICK LIST".
           DISPLAY " ".
           DISPLAY "(1/4) ID:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-FIND-ID.
           DISPLAY "(2/4) warehouse code:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-WAREHOUSE-CODE.
           DISPLAY "(3/4) quantity to pick:".
           PERFORM GET-INPUT
           COMPUTE WS-FEFO-NEED = FUNCTION NUMVAL(WS-INPUT-LINE).
           MOVE WS-FEFO-NEED TO WS-FEFO-REQUESTED.
           DISPLAY "(4/4) sales order number (blank if none):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-FEFO-ORDER.

           DISPLAY " ".
           MOVE 0 TO WS-FEFO-PACK.
           IF FILE-STATUS = "00"
               READ INVENTORY-FILE KEY IS ITEM-KEY
               IF FILE-STATUS = "00"
                   PERFORM ITEM-MASTER-GET
                   MOVE ITEM-CASE-PACK TO WS-FEFO-PACK
               END-IF
               CLOSE INVENTORY-FILE
                   END-IF
                   PERFORM FEFO-SORT-LOTS
                   PERFORM FEFO-PRINT-PICKS
                   IF WS-FEFO-ORDER NOT = SPACES
                       PERFORM FEFO-UPDATE-SALES-ORDER
                   END-IF
               END-IF
           END-IF.

       FEFO-UPDATE-SALES-ORDER.
           PERFORM SALES-ORDER-RESET.
           MOVE WS-FEFO-ORDER TO WS-SO-ORDER.
           MOVE WS-FIND-ID TO WS-SO-ITEM.
           MOVE WS-WAREHOUSE-CODE TO WS-SO-WH.
           IF WS-FEFO-NEED > 0
               COMPUTE WS-SO-ADD-PICKED =
                   WS-FEFO-REQUESTED - WS-FEFO-NEED
           ELSE
               MOVE WS-FEFO-REQUESTED TO WS-SO-ADD-PICKED
           END-IF.
           IF WS-SO-ADD-PICKED > 0
               PERFORM SALES-ORDER-OPEN
               PERFORM SALES-ORDER-POST-LINE
               PERFORM SALES-ORDER-CLOSE
           END-IF.

       FEFO-LOAD-LOTS.
           MOVE WS-FIND-ID TO LOT-ITEM-ID.
           MOVE WS-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE.
                   MOVE ITEM-PRICE TO WS-OLD-PRICE
                   MOVE WS-PND-TBL-AMOUNT(WS-PND-IDX)
                       TO ITEM-PRICE
                   PERFORM ITEM-MASTER-PUT
                   MOVE WS-IM-RESULT TO FILE-STATUS
               ELSE
                   MOVE ITEM-UNIT-COST TO WS-OLD-COST
                   MOVE WS-PND-TBL-AMOUNT(WS-PND-IDX)
                       TO ITEM-UNIT-COST
                   MOVE WS-PND-TODAY TO ITEM-COST-DATE
                   MOVE "M" TO ITEM-COST-SOURCE
                   REWRITE INVENTORY-RECORD
               END-IF
               IF FILE-STATUS NOT = "00"
                   DISPLAY "[!] change not applied - item could"
                       " not be updated: " ITEM-ID
                   ADD 1 TO WS-PND-APPLIED
                   MOVE "Y" TO WS-PND-TBL-DONE(WS-PND-IDX)
                   IF WS-PND-TBL-TYPE(WS-PND-IDX) = "PRICE"
                       MOVE "EFF" TO WS-IM-LOG-REASON
                       PERFORM ITEM-MASTER-LOG-PRICE
                       DISPLAY "repriced " ITEM-ID " to " ITEM-PRICE
                           " at " WS-IM-LOG-COUNT " warehouse(s)"
                   ELSE
                       PERFORM PENDING-AUDIT-RECOST
                   END-IF
               END-IF
           END-IF.

       PENDING-AUDIT-RECOST.
           MOVE "RECOST" TO AUD-OPERATION.
           MOVE WS-OLD-COST TO AUD-OLD-PRICE.
           MOVE ITEM-UNIT-COST TO AUD-NEW-PRICE.
           MOVE ITEM-ID TO AUD-ITEM-ID.
           MOVE WAREHOUSE-CODE TO AUD-WAREHOUSE-CODE.
           MOVE ITEM-QUANTITY TO AUD-OLD-QUANTITY.
           MOVE ITEM-QUANTITY TO AUD-NEW-QUANTITY.
           MOVE ITEM-ALLOCATED-QUANTITY TO AUD-OLD-ALLOCATED.
           MOVE ITEM-ALLOCATED-QUANTITY TO AUD-NEW-ALLOCATED.
           MOVE "EFF" TO AUD-REASON-CODE.
           PERFORM AUDIT-WRITE-ENTRY.
           MOVE ITEM-ID TO CH-ITEM-ID.
           MOVE WAREHOUSE-CODE TO CH-WAREHOUSE-CODE.
           MOVE WS-OLD-COST TO CH-OLD-COST.
           MOVE ITEM-UNIT-COST TO CH-NEW-COST.
           PERFORM COST-HISTORY-WRITE-ENTRY.
           DISPLAY "recosted " ITEM-ID " " WAREHOUSE-CODE " to "
               ITEM-UNIT-COST.

       PENDING-REWRITE-QUEUE.
           MOVE 0 TO WS-PND-KEPT.
           OPEN OUTPUT PENDING-FILE.
           END-IF.

       MARGIN-CHECK-ITEM.
           PERFORM ITEM-MASTER-GET.
           IF ITEM-PRICE > 0
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   ((ITEM-PRICE - ITEM-UNIT-COST) / ITEM-PRICE)
                   DISPLAY "[!] no audit entries on file"
                   MOVE "N" TO WS-OPERATION-OK
               ELSE
                   MOVE "D" TO WS-AUR-PATH
                   MOVE WS-PRV-BASE-DATE TO WS-AUR-FROM-DATE
                   MOVE SPACES TO WS-AUR-TO-DATE
                   PERFORM AUDIT-START-RANGE
                   PERFORM UNTIL WS-AUDIT-EOF = "Y"
                       PERFORM AUDIT-READ-RANGE
                       IF WS-AUDIT-EOF NOT = "Y"
                               AND WS-AUDIT-STATUS = "00"
                           PERFORM PROVE-REPLAY-ENTRY
                       END-IF
                       IF WS-AUDIT-EOF NOT = "Y"
                               AND WS-AUDIT-STATUS NOT = "00"
                           DISPLAY "[!] audit read failed - status "
           END-STRING.
           MOVE WS-CTL-LINE TO ACK-RECORD.
           WRITE ACK-RECORD.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-AKH-DATE.
           MOVE "N" TO WS-AKH-OPEN.
           OPEN EXTEND ACK-HISTORY-FILE.
           IF WS-AKH-STATUS = "35"
               OPEN OUTPUT ACK-HISTORY-FILE
           END-IF.
           IF WS-AKH-STATUS = "00"
               MOVE "Y" TO WS-AKH-OPEN
           ELSE
               DISPLAY "[!] ack-history could not be opened - status "
                   WS-AKH-STATUS " - fill-rate history not kept"
           END-IF.
           OPEN I-O INVENTORY-FILE.
           PERFORM SALES-ORDER-OPEN.
           PERFORM UNTIL WS-ORDERS-STATUS NOT = "00"
               READ ORDERS-FILE
                   AT END MOVE "99" TO WS-ORDERS-STATUS
           END-PERFORM.
           CLOSE ORDERS-FILE.
           CLOSE INVENTORY-FILE.
           PERFORM SALES-ORDER-CLOSE.
           MOVE SPACES TO WS-CTL-LINE.
           STRING "TRL," WS-ACK-COUNT "," WS-ACK-HASH
               DELIMITED BY SIZE INTO WS-CTL-LINE
           MOVE WS-CTL-LINE TO ACK-RECORD.
           WRITE ACK-RECORD.
           CLOSE ACK-FILE.
           IF WS-AKH-OPEN = "Y"
               CLOSE ACK-HISTORY-FILE
               MOVE "N" TO WS-AKH-OPEN
           END-IF.
           MOVE "ACK" TO WS-ICF-ID.
           MOVE WS-ACK-SEQ TO WS-ICF-SEQ.
           PERFORM CONTROL-PUT-SEQUENCE.
               " order-acknowledgment".

       ALLOCATE-ORDER-LINE.
           MOVE "N" TO WS-ALO-REJECT.
           MOVE ORD-ITEM-ID TO ITEM-ID.
           MOVE ORD-WAREHOUSE-CODE TO WAREHOUSE-CODE.
           PERFORM INVENTORY-READ-RETRY.
                   ORD-WAREHOUSE-CODE " order "
                   ORD-ORDER-NUMBER
               MOVE "N" TO WS-OPERATION-OK
               MOVE "Y" TO WS-ALO-REJECT
               MOVE 0 TO WS-ALO-QTY
               MOVE ORD-QUANTITY TO WS-ALO-BACKORDER
               PERFORM ALLOCATE-WRITE-ACK
           ELSE
               PERFORM ALLOCATE-APPLY-LINE
           END-IF.
           PERFORM ALLOCATE-UPDATE-SALES-ORDER.

       ALLOCATE-APPLY-LINE.
           MOVE ITEM-ALLOCATED-QUANTITY TO WS-OLD-ALLOCATED.
           WRITE ACK-RECORD.
           ADD 1 TO WS-ACK-COUNT.
           ADD ORD-QUANTITY TO WS-ACK-HASH.
           IF WS-AKH-OPEN = "Y"
               MOVE WS-AKH-DATE TO AKH-ACK-DATE
               MOVE WS-ACK-SEQ TO AKH-ACK-SEQ
               MOVE ORD-ORDER-NUMBER TO AKH-ORDER-NUMBER
               MOVE ORD-ITEM-ID TO AKH-ITEM-ID
               MOVE ORD-WAREHOUSE-CODE TO AKH-WAREHOUSE-CODE
               MOVE ORD-ORDER-DATE TO AKH-ORDER-DATE
               MOVE ORD-QUANTITY TO AKH-ORDERED-QUANTITY
               MOVE WS-ALO-QTY TO AKH-ALLOCATED-QUANTITY
               MOVE WS-ALO-BACKORDER TO AKH-BACKORDERED-QUANTITY
               MOVE WS-ALO-REJECT TO AKH-REJECTED
               WRITE ACK-HISTORY-RECORD
           END-IF.

       OPERATION-ARCHIVE.
           DISPLAY "------------------------------------------".
           END-IF.

       ARCHIVE-AUDIT-LOG.
           MOVE 0 TO WS-ARC-MOVED.
           MOVE 0 TO WS-ARC-KEPT.
           MOVE SPACES TO WS-ARC-OPEN-YEAR.
           MOVE "Y" TO WS-ARCHIVE-OK.
           MOVE "N" TO WS-AUDIT-EOF.
           OPEN I-O AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "[!] no audit entries on file"
           ELSE
               MOVE "S" TO WS-AUR-PATH
               MOVE SPACES TO WS-AUR-TO-DATE
               PERFORM AUDIT-START-RANGE
               PERFORM UNTIL WS-AUDIT-EOF = "Y"
                   PERFORM AUDIT-READ-RANGE
                   IF WS-AUDIT-EOF NOT = "Y"
                           AND WS-AUDIT-STATUS = "00"
                       IF AUD-DATE < WS-CUTOFF-DATE
                           PERFORM ARCHIVE-MOVE-AUDIT-ENTRY
                       ELSE
                           ADD 1 TO WS-ARC-KEPT
                       END-IF
                   END-IF
                   IF WS-AUDIT-EOF NOT = "Y"
                           AND WS-AUDIT-STATUS NOT = "00"
                       DISPLAY "[!] audit read failed - status "
                           WS-AUDIT-STATUS
                       MOVE "N" TO WS-ARCHIVE-OK
                   END-IF
                   IF WS-ARCHIVE-OK = "N"
                       MOVE "Y" TO WS-AUDIT-EOF
                   END-IF
               END-PERFORM
               CLOSE AUDIT-FILE
               IF WS-ARC-OPEN-YEAR NOT = SPACES
                   CLOSE AUDIT-ARCHIVE-FILE
               END-IF
               IF WS-ARCHIVE-OK = "N"
                   DISPLAY "[!] archive stopped - entries not yet"
                       " archived remain in audit-log, re-run to"
                       " finish"
               END-IF
           END-IF.
           IF WS-ARCHIVE-OK = "N"
               MOVE "N" TO WS-OPERATION-OK
           END-IF.

       ARCHIVE-MOVE-AUDIT-ENTRY.
           PERFORM ARCHIVE-SWITCH-YEAR-AUDIT.
           IF WS-ARCHIVE-OK = "Y"
               MOVE AUDIT-RECORD TO AUDIT-ARCHIVE-RECORD
               WRITE AUDIT-ARCHIVE-RECORD
               IF WS-ARCHIVE-STATUS NOT = "00"
                       AND WS-ARCHIVE-STATUS NOT = "22"
                   DISPLAY "[!] archive write failed - status "
                       WS-ARCHIVE-STATUS
                   MOVE "N" TO WS-ARCHIVE-OK
               ELSE
                   DELETE AUDIT-FILE RECORD
                   IF WS-AUDIT-STATUS NOT = "00"
                       DISPLAY "[!] archived entry could not be"
                           " removed from audit-log - status "
                           WS-AUDIT-STATUS
                       MOVE "N" TO WS-ARCHIVE-OK
                   ELSE
                       ADD 1 TO WS-ARC-MOVED
                   END-IF
               END-IF
           END-IF.

       ARCHIVE-SWITCH-YEAR-AUDIT.
           IF AUD-DATE(1:4) NOT = WS-ARC-OPEN-YEAR
               IF WS-ARC-OPEN-YEAR NOT = SPACES
                   CLOSE AUDIT-ARCHIVE-FILE
               END-IF
               MOVE SPACES TO WS-ARCHIVE-FILENAME
               STRING "audit-archive-" AUD-DATE(1:4)
                   DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
               END-STRING
               OPEN I-O AUDIT-ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = "35"
                   OPEN OUTPUT AUDIT-ARCHIVE-FILE
                   CLOSE AUDIT-ARCHIVE-FILE
                   OPEN I-O AUDIT-ARCHIVE-FILE
               END-IF
               IF WS-ARCHIVE-STATUS NOT = "00"
                   DISPLAY "[!] could not open "
                       WS-ARCHIVE-FILENAME
                   MOVE SPACES TO WS-ARC-OPEN-YEAR
               ELSE
                   MOVE AUD-DATE(1:4) TO WS-ARC-OPEN-YEAR
               END-IF
           END-IF.

           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "[!] no audit entries on file"
           ELSE
               MOVE "I" TO WS-AUR-PATH
               MOVE SPACES TO WS-AUR-FROM-DATE
               MOVE SPACES TO WS-AUR-TO-DATE
               MOVE "N" TO WS-AUR-FAILED
               PERFORM VARYING WS-VEL-IDX FROM 1 BY 1
                       UNTIL WS-VEL-IDX > WS-VEL-COUNT
                       OR WS-AUR-FAILED = "Y"
                   PERFORM VELOCITY-SCAN-ITEM
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       VELOCITY-SCAN-ITEM.
           MOVE WS-VEL-ITEM-ID(WS-VEL-IDX) TO WS-AUR-ITEM-ID.
           MOVE WS-VEL-WAREHOUSE(WS-VEL-IDX) TO WS-AUR-WAREHOUSE.
           PERFORM AUDIT-START-RANGE.
           PERFORM UNTIL WS-AUDIT-EOF = "Y"
               PERFORM AUDIT-READ-RANGE
               IF WS-AUDIT-EOF NOT = "Y"
                       AND WS-AUDIT-STATUS = "00"
                   PERFORM VELOCITY-APPLY-ENTRY
               END-IF
               IF WS-AUDIT-EOF NOT = "Y"
                       AND WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "[!] audit read failed - status "
                       WS-AUDIT-STATUS " - results incomplete"
                   MOVE "N" TO WS-OPERATION-OK
                   MOVE "Y" TO WS-AUR-FAILED
                   MOVE "Y" TO WS-AUDIT-EOF
               END-IF
           END-PERFORM.

       VELOCITY-APPLY-ENTRY.
           COMPUTE WS-VEL-DELTA =
               AUD-NEW-QUANTITY - AUD-OLD-QUANTITY.
           IF WS-VEL-DELTA = 0
               CONTINUE
           ELSE
               IF AUD-DATE > WS-VEL-LAST-MOVE(WS-VEL-IDX)
                   MOVE AUD-DATE
                       TO WS-VEL-LAST-MOVE(WS-VEL-IDX)
               END-IF
               IF AUD-REASON-CODE = "SALE"
                       AND WS-VEL-DELTA < 0
                       AND AUD-DATE >= WS-VEL-FROM-DATE
                       AND AUD-DATE <= WS-VEL-TO-DATE
                   SUBTRACT WS-VEL-DELTA
                       FROM WS-VEL-SALES(WS-VEL-IDX)
               END-IF
           END-IF.

                               TO WS-VND-TBL-LATE-LINES(WS-VND-COUNT)
                           MOVE 0
                               TO WS-VND-TBL-LATE-DAYS(WS-VND-COUNT)
                           MOVE 0
                               TO WS-VND-TBL-RTV-LINES(WS-VND-COUNT)
                           MOVE 0
                               TO WS-VND-TBL-RTV-QTY(WS-VND-COUNT)
                       ELSE
                           MOVE "Y" TO WS-VND-OVERFLOW
                       END-IF
               DISPLAY "[!] no audit entries on file"
           ELSE
               OPEN INPUT INVENTORY-FILE
               OPEN INPUT PO-FILE
               MOVE "S" TO WS-AUR-PATH
               MOVE SPACES TO WS-AUR-TO-DATE
               PERFORM AUDIT-START-RANGE
               PERFORM UNTIL WS-AUDIT-EOF = "Y"
                   PERFORM AUDIT-READ-RANGE
                   IF WS-AUDIT-EOF NOT = "Y"
                           AND WS-AUDIT-STATUS = "00"
                       IF AUD-OPERATION = "RCPT"
                           PERFORM VENDSCORE-APPLY-ENTRY
                       END-IF
                       IF AUD-OPERATION = "RTV"
                           PERFORM VENDSCORE-APPLY-RTV
                       END-IF
                   END-IF
                   IF WS-AUDIT-EOF NOT = "Y"
                           AND WS-AUDIT-STATUS NOT = "00"
                       DISPLAY "[!] audit read failed - status "
                       MOVE "Y" TO WS-AUDIT-EOF
                   END-IF
               END-PERFORM
               CLOSE PO-FILE
               CLOSE INVENTORY-FILE
               CLOSE AUDIT-FILE
           END-IF.
           MOVE AUD-ITEM-ID TO ITEM-ID.
           MOVE AUD-WAREHOUSE-CODE TO WAREHOUSE-CODE.
           READ INVENTORY-FILE KEY IS ITEM-KEY.
           IF FILE-STATUS = "00"
               PERFORM ITEM-MASTER-GET
           END-IF.
           IF FILE-STATUS = "00" AND ITEM-VENDOR-ID NOT = SPACES
               MOVE ITEM-VENDOR-ID TO WS-VND-CODE
               PERFORM VENDOR-FIND-CODE
               END-IF
           END-IF.

       VENDSCORE-APPLY-RTV.
           MOVE SPACES TO WS-VND-CODE.
           IF AUD-ORDER-NUMBER NOT = SPACES
               MOVE AUD-ORDER-NUMBER TO PO-NUMBER
               MOVE 0 TO PO-LINE-NUMBER
               START PO-FILE KEY IS NOT LESS THAN PO-KEY
                   INVALID KEY
                       MOVE "99" TO WS-PO-STATUS
               END-START
               IF WS-PO-STATUS = "00"
                   READ PO-FILE NEXT
                       AT END MOVE "99" TO WS-PO-STATUS
                   END-READ
               END-IF
               IF WS-PO-STATUS = "00"
                       AND PO-NUMBER = AUD-ORDER-NUMBER
                   MOVE PO-VENDOR-ID TO WS-VND-CODE
               END-IF
           END-IF.
           IF WS-VND-CODE = SPACES
               MOVE AUD-ITEM-ID TO ITEM-ID
               MOVE AUD-WAREHOUSE-CODE TO WAREHOUSE-CODE
               READ INVENTORY-FILE KEY IS ITEM-KEY
               IF FILE-STATUS = "00"
                   PERFORM ITEM-MASTER-GET
                   MOVE ITEM-VENDOR-ID TO WS-VND-CODE
               END-IF
           END-IF.
           IF WS-VND-CODE NOT = SPACES
               PERFORM VENDOR-FIND-CODE
               IF WS-VND-FOUND = "Y"
                   ADD 1 TO WS-VND-TBL-RTV-LINES(WS-VND-IDX)
                   COMPUTE WS-VSC-DELTA =
                       AUD-OLD-QUANTITY - AUD-NEW-QUANTITY
                   IF WS-VSC-DELTA > 0
                       ADD WS-VSC-DELTA
                           TO WS-VND-TBL-RTV-QTY(WS-VND-IDX)
                   END-IF
               END-IF
           END-IF.

       VENDSCORE-SCAN-POS.
           OPEN INPUT PO-FILE.
           IF WS-PO-STATUS NOT = "00"
           " RECEIPTS |"
           " QUANTITY  |"
           " LATE LINES |"
           " LATE DAYS |"
           " RTV QTY   |"
           " RTV %".
           OPEN OUTPUT VENDOR-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE SPACES TO WS-VSC-LINE.
           WRITE VENDOR-REPORT-RECORD.
           PERFORM VARYING WS-VND-IDX FROM 1 BY 1
                   UNTIL WS-VND-IDX > WS-VND-COUNT
               IF WS-VND-TBL-QTY(WS-VND-IDX) = 0
                   MOVE 0 TO WS-VSC-RTV-PCT
               ELSE
                   COMPUTE WS-VSC-RTV-PCT ROUNDED =
                       WS-VND-TBL-RTV-QTY(WS-VND-IDX) * 100
                           / WS-VND-TBL-QTY(WS-VND-IDX)
                       ON SIZE ERROR
                           MOVE 999.99 TO WS-VSC-RTV-PCT
                   END-COMPUTE
               END-IF
               MOVE WS-VSC-RTV-PCT TO WS-VSC-RTV-PCT-X
               MOVE SPACES TO WS-VSC-LINE
               STRING
                   WS-VND-TBL-CODE(WS-VND-IDX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-VND-TBL-LATE-DAYS(WS-VND-IDX)
                       DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-VND-TBL-RTV-QTY(WS-VND-IDX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-VSC-RTV-PCT-X DELIMITED BY SIZE
                   INTO WS-VSC-LINE
               END-STRING
               DISPLAY WS-VSC-LINE(1:70)
               WRITE WORKSHEET-RECORD
           END-IF.

       OPERATION-GLEXTRACT.
           DISPLAY "------------------------------------------".
           DISPLAY "GL JOURNAL EXTRACT".
           DISPLAY " ".
           DISPLAY "action (LIST/ADD/RUN):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-GL-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-GL-ACTION) TO WS-GL-ACTION.

           DISPLAY " ".
           IF WS-GL-ACTION = "LIST"
               PERFORM GLEXTRACT-LIST-MAP
           ELSE IF WS-GL-ACTION = "ADD"
               PERFORM GLEXTRACT-ADD-MAP
           ELSE IF WS-GL-ACTION = "RUN"
               PERFORM GLEXTRACT-RUN
           ELSE
               DISPLAY "[!] invalid action - must be LIST, ADD or RUN"
               MOVE "N" TO WS-OPERATION-OK
           END-IF.

       GLEXTRACT-LIST-MAP.
           OPEN INPUT GL-MAP-FILE.
           IF WS-GLM-STATUS NOT = "00"
               DISPLAY "[!] no GL account mappings on file"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               DISPLAY
               "KEY     |"
               " ACCOUNT    |"
               " DESCRIPTION"
               MOVE 0 TO COUNTER
               PERFORM UNTIL WS-GLM-STATUS NOT = "00"
                   READ GL-MAP-FILE
                       AT END MOVE "99" TO WS-GLM-STATUS
                   NOT AT END
                       ADD 1 TO COUNTER
                       DISPLAY
                       GLM-KEY " | "
                       GLM-ACCOUNT " | "
                       GLM-DESCRIPTION
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
               DISPLAY " "
               DISPLAY "mappings on file: " COUNTER
           END-IF.

       GLEXTRACT-ADD-MAP.
           DISPLAY "(1/3) reason code or operation (*INV for the"
               " inventory account, *SUSP for suspense, *OBSEXP and"
               " *OBSRSV for obsolescence expense and reserve):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-GLM-KEY.
           MOVE FUNCTION UPPER-CASE(WS-GLM-KEY) TO WS-GLM-KEY.
           DISPLAY "(2/3) GL account:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO GLM-ACCOUNT.
           DISPLAY "(3/3) description:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO GLM-DESCRIPTION.

           DISPLAY " ".
           IF WS-GLM-KEY = SPACES OR GLM-ACCOUNT = SPACES
               DISPLAY "[!] key and GL account are required"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               PERFORM GLEXTRACT-LOAD-MAP
               PERFORM GLEXTRACT-FIND-KEY
               IF WS-GLM-FOUND = "Y"
                   DISPLAY "[!] mapping already on file: " WS-GLM-KEY
                   MOVE "N" TO WS-OPERATION-OK
               ELSE
                   MOVE WS-GLM-KEY TO GLM-KEY
                   OPEN EXTEND GL-MAP-FILE
                   IF WS-GLM-STATUS = "35"
                       OPEN OUTPUT GL-MAP-FILE
                   END-IF
                   IF WS-GLM-STATUS NOT = "00"
                       DISPLAY "[!] gl-account-map could not be"
                           " opened - status " WS-GLM-STATUS
                       MOVE "N" TO WS-OPERATION-OK
                   ELSE
                       WRITE GL-MAP-RECORD
                       IF WS-GLM-STATUS = "00"
                           DISPLAY "mapping added: " GLM-KEY " -> "
                               GLM-ACCOUNT
                       ELSE
                           DISPLAY "[!] mapping could not be written"
                               " - status " WS-GLM-STATUS
                           MOVE "N" TO WS-OPERATION-OK
                       END-IF
                       CLOSE GL-MAP-FILE
                   END-IF
               END-IF
           END-IF.

       GLEXTRACT-LOAD-MAP.
           MOVE 0 TO WS-GLM-COUNT.
           MOVE "N" TO WS-GLM-OVERFLOW.
           MOVE SPACES TO WS-GL-INV-ACCOUNT.
           MOVE "SUSPENSE" TO WS-GL-SUSP-ACCOUNT.
           OPEN INPUT GL-MAP-FILE.
           IF WS-GLM-STATUS = "00"
               PERFORM UNTIL WS-GLM-STATUS NOT = "00"
                   READ GL-MAP-FILE
                       AT END MOVE "99" TO WS-GLM-STATUS
                   NOT AT END
                       IF GLM-KEY = "*INV"
                           MOVE GLM-ACCOUNT TO WS-GL-INV-ACCOUNT
                       ELSE IF GLM-KEY = "*SUSP"
                           MOVE GLM-ACCOUNT TO WS-GL-SUSP-ACCOUNT
                       END-IF
                       END-IF
                       IF WS-GLM-COUNT < 50
                           ADD 1 TO WS-GLM-COUNT
                           MOVE GLM-KEY
                               TO WS-GLM-TBL-KEY(WS-GLM-COUNT)
                           MOVE GLM-ACCOUNT
                               TO WS-GLM-TBL-ACCOUNT(WS-GLM-COUNT)
                       ELSE
                           MOVE "Y" TO WS-GLM-OVERFLOW
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           END-IF.

       GLEXTRACT-FIND-KEY.
           MOVE "N" TO WS-GLM-FOUND.
           PERFORM VARYING WS-GLM-IDX FROM 1 BY 1
                   UNTIL WS-GLM-IDX > WS-GLM-COUNT
                   OR WS-GLM-FOUND = "Y"
               IF WS-GLM-TBL-KEY(WS-GLM-IDX) = WS-GLM-KEY
                   MOVE "Y" TO WS-GLM-FOUND
               END-IF
           END-PERFORM.
           IF WS-GLM-FOUND = "Y"
               SUBTRACT 1 FROM WS-GLM-IDX
           END-IF.

       GLEXTRACT-RUN.
           DISPLAY "(1/4) from date (YYYYMMDD):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-GL-FROM-DATE.
           DISPLAY "(2/4) to date (YYYYMMDD):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-GL-TO-DATE.
           DISPLAY "(3/4) opening snapshot date (YYYYMMDD, blank to"
               " skip tie-out):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-GL-OPEN-DATE.
           DISPLAY "(4/4) closing snapshot date (YYYYMMDD):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-GL-CLOSE-DATE.

           DISPLAY " ".
           IF WS-GL-FROM-DATE = SPACES OR WS-GL-TO-DATE = SPACES
               DISPLAY "[!] both dates are required"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               PERFORM GLEXTRACT-LOAD-MAP
               IF WS-GLM-OVERFLOW = "Y"
                   DISPLAY "[!] more than 50 GL mappings - extra"
                       " mappings ignored"
               END-IF
               IF WS-GL-INV-ACCOUNT = SPACES
                   DISPLAY "[!] no *INV inventory account in"
                       " gl-account-map - extract not run"
                   MOVE "N" TO WS-OPERATION-OK
               ELSE
                   PERFORM GLEXTRACT-WRITE-JOURNAL
                   PERFORM GLEXTRACT-PRINT-SUMMARY
               END-IF
           END-IF.

       GLEXTRACT-WRITE-JOURNAL.
           MOVE 0 TO WS-GL-LINES.
           MOVE 0 TO WS-GL-ENTRIES.
           MOVE 0 TO WS-GL-UNVALUED.
           MOVE 0 TO WS-GL-UNMAPPED.
           MOVE 0 TO WS-GL-DEBIT-TOTAL.
           MOVE 0 TO WS-GL-CREDIT-TOTAL.
           MOVE 0 TO WS-GL-INV-NET.
           MOVE 0 TO WS-GLS-COUNT.
           MOVE "N" TO WS-GLS-OVERFLOW.
           MOVE "GLJOURNAL" TO WS-ICF-ID.
           PERFORM CONTROL-GET-SEQUENCE.
           COMPUTE WS-ICF-SEQ = WS-ICF-LAST + 1.
           OPEN OUTPUT GL-JOURNAL-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE SPACES TO WS-CTL-LINE.
           STRING "HDR," WS-CURRENT-DATETIME(1:8) ","
               WS-CURRENT-DATETIME(9:6) "," WS-ICF-SEQ
               DELIMITED BY SIZE INTO WS-CTL-LINE
           END-STRING.
           MOVE WS-CTL-LINE TO GL-JOURNAL-RECORD.
           WRITE GL-JOURNAL-RECORD.
           OPEN INPUT INVENTORY-FILE.
           PERFORM GLEXTRACT-SCAN-AUDIT.
           CLOSE INVENTORY-FILE.
           MOVE SPACES TO WS-CTL-LINE.
           STRING "TRL," WS-GL-LINES "," WS-GL-DEBIT-TOTAL ","
               WS-GL-CREDIT-TOTAL
               DELIMITED BY SIZE INTO WS-CTL-LINE
           END-STRING.
           MOVE WS-CTL-LINE TO GL-JOURNAL-RECORD.
           WRITE GL-JOURNAL-RECORD.
           CLOSE GL-JOURNAL-FILE.
           PERFORM CONTROL-PUT-SEQUENCE.

       GLEXTRACT-SCAN-AUDIT.
           MOVE "N" TO WS-AUDIT-EOF.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "[!] no audit entries on file"
           ELSE
               MOVE "D" TO WS-AUR-PATH
               MOVE WS-GL-FROM-DATE TO WS-AUR-FROM-DATE
               MOVE WS-GL-TO-DATE TO WS-AUR-TO-DATE
               PERFORM AUDIT-START-RANGE
               PERFORM UNTIL WS-AUDIT-EOF = "Y"
                   PERFORM AUDIT-READ-RANGE
                   IF WS-AUDIT-EOF NOT = "Y"
                           AND WS-AUDIT-STATUS = "00"
                       IF AUD-DATE >= WS-GL-FROM-DATE
                               AND AUD-DATE <= WS-GL-TO-DATE
                               AND (AUD-OPERATION = "RCPT"
                               OR AUD-OPERATION = "ISSU"
                               OR AUD-OPERATION = "SHIP"
                               OR AUD-OPERATION = "UPDATE"
                               OR AUD-OPERATION = "RECON"
                               OR AUD-OPERATION = "KITRCPT"
                               OR AUD-OPERATION = "KITISSU"
                               OR AUD-OPERATION = "TRF-IN"
                               OR AUD-OPERATION = "TRF-OUT"
                               OR AUD-OPERATION = "RETURN"
                               OR AUD-OPERATION = "RTV")
                           PERFORM GLEXTRACT-POST-ENTRY
                       END-IF
                   END-IF
                   IF WS-AUDIT-EOF NOT = "Y"
                           AND WS-AUDIT-STATUS NOT = "00"
                       DISPLAY "[!] audit read failed - status "
                           WS-AUDIT-STATUS " - results incomplete"
                       MOVE "N" TO WS-OPERATION-OK
                       MOVE "Y" TO WS-AUDIT-EOF
                   END-IF
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       GLEXTRACT-POST-ENTRY.
           COMPUTE WS-GL-DELTA = AUD-NEW-QUANTITY - AUD-OLD-QUANTITY.
           IF WS-GL-DELTA NOT = 0
               ADD 1 TO WS-GL-ENTRIES
               MOVE AUD-ITEM-ID TO ITEM-ID
               MOVE AUD-WAREHOUSE-CODE TO WAREHOUSE-CODE
               PERFORM INVENTORY-READ-RETRY
               IF FILE-STATUS NOT = "00"
                   ADD 1 TO WS-GL-UNVALUED
                   DISPLAY "[!] not valued (item not on file): "
                       AUD-ITEM-ID " " AUD-WAREHOUSE-CODE " "
                       AUD-DATE " " AUD-OPERATION
               ELSE IF ITEM-UNIT-COST = 0
                   ADD 1 TO WS-GL-UNVALUED
                   DISPLAY "[!] not valued (no unit cost): "
                       AUD-ITEM-ID " " AUD-WAREHOUSE-CODE " "
                       AUD-DATE " " AUD-OPERATION
               ELSE
                   IF WS-GL-DELTA < 0
                       COMPUTE WS-GL-QTY = 0 - WS-GL-DELTA
                   ELSE
                       MOVE WS-GL-DELTA TO WS-GL-QTY
                   END-IF
                   COMPUTE WS-GL-AMOUNT = WS-GL-QTY * ITEM-UNIT-COST
                   PERFORM GLEXTRACT-OFFSET-ACCOUNT
                   IF WS-GL-DELTA > 0
                       MOVE WS-GL-INV-ACCOUNT TO WS-GL-DEBIT-ACCOUNT
                       MOVE WS-GL-OFFSET-ACCOUNT
                           TO WS-GL-CREDIT-ACCOUNT
                       ADD WS-GL-AMOUNT TO WS-GL-INV-NET
                   ELSE
                       MOVE WS-GL-OFFSET-ACCOUNT
                           TO WS-GL-DEBIT-ACCOUNT
                       MOVE WS-GL-INV-ACCOUNT TO WS-GL-CREDIT-ACCOUNT
                       SUBTRACT WS-GL-AMOUNT FROM WS-GL-INV-NET
                   END-IF
                   PERFORM GLEXTRACT-WRITE-PAIR
               END-IF
           END-IF.

       GLEXTRACT-OFFSET-ACCOUNT.
           MOVE "N" TO WS-GLM-FOUND.
           IF AUD-REASON-CODE NOT = SPACES
               MOVE AUD-REASON-CODE TO WS-GLM-KEY
               PERFORM GLEXTRACT-FIND-KEY
           END-IF.
           IF WS-GLM-FOUND NOT = "Y"
               MOVE AUD-OPERATION TO WS-GLM-KEY
               PERFORM GLEXTRACT-FIND-KEY
           END-IF.
           IF WS-GLM-FOUND = "Y"
               MOVE WS-GLM-TBL-ACCOUNT(WS-GLM-IDX)
                   TO WS-GL-OFFSET-ACCOUNT
           ELSE
               ADD 1 TO WS-GL-UNMAPPED
               MOVE WS-GL-SUSP-ACCOUNT TO WS-GL-OFFSET-ACCOUNT
               DISPLAY "[!] no GL mapping for reason " AUD-REASON-CODE
                   " / operation " AUD-OPERATION " - posted to "
                   WS-GL-SUSP-ACCOUNT
           END-IF.

       GLEXTRACT-WRITE-PAIR.
           MOVE WS-GL-AMOUNT TO WS-GL-AMOUNT-X.
           MOVE SPACES TO WS-GL-LINE.
           STRING "JNL," AUD-DATE ","
               FUNCTION TRIM(WS-GL-DEBIT-ACCOUNT) ",D,"
               FUNCTION TRIM(WS-GL-AMOUNT-X) ","
               FUNCTION TRIM(AUD-OPERATION) ","
               FUNCTION TRIM(AUD-REASON-CODE) ","
               FUNCTION TRIM(AUD-ITEM-ID) ","
               FUNCTION TRIM(AUD-WAREHOUSE-CODE) ","
               WS-GL-QTY ","
               FUNCTION TRIM(AUD-ORDER-NUMBER)
               DELIMITED BY SIZE INTO WS-GL-LINE
           END-STRING.
           MOVE WS-GL-LINE TO GL-JOURNAL-RECORD.
           WRITE GL-JOURNAL-RECORD.
           MOVE SPACES TO WS-GL-LINE.
           STRING "JNL," AUD-DATE ","
               FUNCTION TRIM(WS-GL-CREDIT-ACCOUNT) ",C,"
               FUNCTION TRIM(WS-GL-AMOUNT-X) ","
               FUNCTION TRIM(AUD-OPERATION) ","
               FUNCTION TRIM(AUD-REASON-CODE) ","
               FUNCTION TRIM(AUD-ITEM-ID) ","
               FUNCTION TRIM(AUD-WAREHOUSE-CODE) ","
               WS-GL-QTY ","
               FUNCTION TRIM(AUD-ORDER-NUMBER)
               DELIMITED BY SIZE INTO WS-GL-LINE
           END-STRING.
           MOVE WS-GL-LINE TO GL-JOURNAL-RECORD.
           WRITE GL-JOURNAL-RECORD.
           ADD 2 TO WS-GL-LINES.
           ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL.
           ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL.
           MOVE WS-GL-DEBIT-ACCOUNT TO WS-GL-SUM-ACCOUNT.
           PERFORM GLEXTRACT-FIND-SUMMARY.
           IF WS-GLS-FOUND = "Y"
               ADD WS-GL-AMOUNT TO WS-GLS-DEBITS(WS-GLS-IDX)
           END-IF.
           MOVE WS-GL-CREDIT-ACCOUNT TO WS-GL-SUM-ACCOUNT.
           PERFORM GLEXTRACT-FIND-SUMMARY.
           IF WS-GLS-FOUND = "Y"
               ADD WS-GL-AMOUNT TO WS-GLS-CREDITS(WS-GLS-IDX)
           END-IF.

       GLEXTRACT-FIND-SUMMARY.
           MOVE "N" TO WS-GLS-FOUND.
           PERFORM VARYING WS-GLS-IDX FROM 1 BY 1
                   UNTIL WS-GLS-IDX > WS-GLS-COUNT
                   OR WS-GLS-FOUND = "Y"
               IF WS-GLS-ACCOUNT(WS-GLS-IDX) = WS-GL-SUM-ACCOUNT
                   MOVE "Y" TO WS-GLS-FOUND
               END-IF
           END-PERFORM.
           IF WS-GLS-FOUND = "Y"
               SUBTRACT 1 FROM WS-GLS-IDX
           ELSE IF WS-GLS-COUNT < 50
               ADD 1 TO WS-GLS-COUNT
               MOVE WS-GLS-COUNT TO WS-GLS-IDX
               MOVE WS-GL-SUM-ACCOUNT TO WS-GLS-ACCOUNT(WS-GLS-IDX)
               MOVE 0 TO WS-GLS-DEBITS(WS-GLS-IDX)
               MOVE 0 TO WS-GLS-CREDITS(WS-GLS-IDX)
               MOVE "Y" TO WS-GLS-FOUND
           ELSE
               MOVE "Y" TO WS-GLS-OVERFLOW
           END-IF.

       GLEXTRACT-PRINT-SUMMARY.
           OPEN OUTPUT GL-SUMMARY-FILE.
           MOVE SPACES TO WS-GL-LINE.
           STRING "GL SUMMARY " WS-GL-FROM-DATE " TO " WS-GL-TO-DATE
               " RUN " WS-ICF-SEQ
               DELIMITED BY SIZE INTO WS-GL-LINE
           END-STRING.
           PERFORM GLEXTRACT-SUMMARY-LINE.
           MOVE SPACES TO WS-GL-LINE.
           STRING "ACCOUNT    |"
               "            DEBITS |"
               "           CREDITS"
               DELIMITED BY SIZE INTO WS-GL-LINE
           END-STRING.
           PERFORM GLEXTRACT-SUMMARY-LINE.
           PERFORM VARYING WS-GLS-IDX FROM 1 BY 1
                   UNTIL WS-GLS-IDX > WS-GLS-COUNT
               MOVE WS-GLS-DEBITS(WS-GLS-IDX) TO WS-GLS-DEBIT-X
               MOVE WS-GLS-CREDITS(WS-GLS-IDX) TO WS-GLS-CREDIT-X
               MOVE SPACES TO WS-GL-LINE
               STRING WS-GLS-ACCOUNT(WS-GLS-IDX) " | "
                   WS-GLS-DEBIT-X " | " WS-GLS-CREDIT-X
                   DELIMITED BY SIZE INTO WS-GL-LINE
               END-STRING
               PERFORM GLEXTRACT-SUMMARY-LINE
           END-PERFORM.
           MOVE WS-GL-DEBIT-TOTAL TO WS-GLS-DEBIT-X.
           MOVE WS-GL-CREDIT-TOTAL TO WS-GLS-CREDIT-X.
           MOVE SPACES TO WS-GL-LINE.
           STRING "TOTAL      | " WS-GLS-DEBIT-X " | " WS-GLS-CREDIT-X
               DELIMITED BY SIZE INTO WS-GL-LINE
           END-STRING.
           PERFORM GLEXTRACT-SUMMARY-LINE.
           MOVE WS-GL-INV-NET TO WS-GL-NET-X.
           MOVE SPACES TO WS-GL-LINE.
           STRING "NET INVENTORY MOVEMENT " WS-GL-INV-ACCOUNT " "
               WS-GL-NET-X
               DELIMITED BY SIZE INTO WS-GL-LINE
           END-STRING.
           PERFORM GLEXTRACT-SUMMARY-LINE.
           IF WS-GL-OPEN-DATE NOT = SPACES
                   AND WS-GL-CLOSE-DATE NOT = SPACES
               PERFORM GLEXTRACT-TIE-SNAPSHOTS
           END-IF.
           CLOSE GL-SUMMARY-FILE.
           DISPLAY " ".
           DISPLAY "audit entries journaled: " WS-GL-ENTRIES.
           DISPLAY "journal lines written: " WS-GL-LINES.
           IF WS-GL-UNVALUED > 0
               DISPLAY "entries not valued: " WS-GL-UNVALUED
               MOVE "N" TO WS-OPERATION-OK
           END-IF.
           IF WS-GL-UNMAPPED > 0
               DISPLAY "entries posted to suspense: " WS-GL-UNMAPPED
           END-IF.
           IF WS-GLS-OVERFLOW = "Y"
               DISPLAY "[!] more than 50 GL accounts - account"
                   " summary incomplete"
           END-IF.
           DISPLAY "journal written to gl-journal".
           DISPLAY "summary written to gl-summary".
           DISPLAY "run sequence: " WS-ICF-SEQ.

       GLEXTRACT-TIE-SNAPSHOTS.
           MOVE "Y" TO WS-GL-SNAP-OK.
           MOVE WS-GL-OPEN-DATE TO WS-PRIOR-DATE.
           PERFORM GLEXTRACT-SNAPSHOT-TOTAL.
           MOVE WS-GL-SNAP-TOTAL TO WS-GL-SNAP-OPEN.
           MOVE WS-GL-CLOSE-DATE TO WS-PRIOR-DATE.
           PERFORM GLEXTRACT-SNAPSHOT-TOTAL.
           MOVE WS-GL-SNAP-TOTAL TO WS-GL-SNAP-CLOSE.
           IF WS-GL-SNAP-OK = "Y"
               COMPUTE WS-GL-SNAP-NET =
                   WS-GL-SNAP-CLOSE - WS-GL-SNAP-OPEN
               COMPUTE WS-GL-TIE-DIFF =
                   WS-GL-SNAP-NET - WS-GL-INV-NET
               MOVE WS-GL-SNAP-OPEN TO WS-GL-NET-X
               MOVE SPACES TO WS-GL-LINE
               STRING "SNAPSHOT " WS-GL-OPEN-DATE " EXTENDED COST "
                   WS-GL-NET-X
                   DELIMITED BY SIZE INTO WS-GL-LINE
               END-STRING
               PERFORM GLEXTRACT-SUMMARY-LINE
               MOVE WS-GL-SNAP-CLOSE TO WS-GL-NET-X
               MOVE SPACES TO WS-GL-LINE
               STRING "SNAPSHOT " WS-GL-CLOSE-DATE " EXTENDED COST "
                   WS-GL-NET-X
                   DELIMITED BY SIZE INTO WS-GL-LINE
               END-STRING
               PERFORM GLEXTRACT-SUMMARY-LINE
               MOVE WS-GL-SNAP-NET TO WS-GL-NET-X
               MOVE SPACES TO WS-GL-LINE
               STRING "SNAPSHOT CHANGE          " WS-GL-NET-X
                   DELIMITED BY SIZE INTO WS-GL-LINE
               END-STRING
               PERFORM GLEXTRACT-SUMMARY-LINE
               MOVE WS-GL-TIE-DIFF TO WS-GL-NET-X
               MOVE SPACES TO WS-GL-LINE
               STRING "UNRECONCILED DIFFERENCE  " WS-GL-NET-X
                   DELIMITED BY SIZE INTO WS-GL-LINE
               END-STRING
               PERFORM GLEXTRACT-SUMMARY-LINE
               IF WS-GL-TIE-DIFF NOT = 0
                   DISPLAY "[!] journal does not tie to snapshots -"
                       " check cost changes and unvalued entries"
               END-IF
           END-IF.

       GLEXTRACT-SNAPSHOT-TOTAL.
           MOVE 0 TO WS-GL-SNAP-TOTAL.
           MOVE SPACES TO WS-SNAPSHOT-FILENAME.
           STRING "inventory-snapshot-" WS-PRIOR-DATE
               DELIMITED BY SPACE INTO WS-SNAPSHOT-FILENAME
           END-STRING.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS NOT = "00"
               DISPLAY "[!] snapshot not found: "
                   WS-SNAPSHOT-FILENAME " - tie-out skipped"
               MOVE "N" TO WS-GL-SNAP-OK
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               PERFORM UNTIL WS-SNAPSHOT-STATUS NOT = "00"
                   READ SNAPSHOT-FILE
                       AT END MOVE "99" TO WS-SNAPSHOT-STATUS
                   NOT AT END
                       ADD SNP-EXTENDED-COST TO WS-GL-SNAP-TOTAL
                   END-READ
               END-PERFORM
               IF WS-SNAPSHOT-STATUS NOT = "99"
                   DISPLAY "[!] snapshot read failed - status "
                       WS-SNAPSHOT-STATUS " - tie-out skipped"
                   MOVE "N" TO WS-GL-SNAP-OK
                   MOVE "N" TO WS-OPERATION-OK
               END-IF
               CLOSE SNAPSHOT-FILE
           END-IF.

       GLEXTRACT-SUMMARY-LINE.
           DISPLAY WS-GL-LINE(1:90).
           MOVE WS-GL-LINE TO GL-SUMMARY-RECORD.
           WRITE GL-SUMMARY-RECORD.

       OPERATION-APPROVE.
           DISPLAY "------------------------------------------".
           DISPLAY "APPROVAL QUEUE".
           DISPLAY " ".
           DISPLAY "action (LIST/APPROVE/REJECT/LIMIT):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-APQ-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-APQ-ACTION) TO WS-APQ-ACTION.

           DISPLAY " ".
           IF WS-APQ-ACTION = "LIST"
               PERFORM APPROVE-LIST
           ELSE IF WS-APQ-ACTION = "APPROVE"
                   OR WS-APQ-ACTION = "REJECT"
               PERFORM APPROVE-DECIDE
           ELSE IF WS-APQ-ACTION = "LIMIT"
               PERFORM APPROVE-SET-LIMIT
           ELSE
               DISPLAY "[!] invalid action - must be LIST, APPROVE,"
                   " REJECT or LIMIT"
               MOVE "N" TO WS-OPERATION-OK
           END-IF.

       APPROVE-LIST.
           OPEN INPUT APPROVAL-FILE.
           IF WS-APQ-STATUS NOT = "00"
               DISPLAY "[!] approval queue is empty"
           ELSE
               DISPLAY
               "NO.    |"
               " TYPE   |"
               " ITEM ID    |"
               " WH    |"
               " ON-HAND  |"
               " NEW QTY  |"
               " VALUE         |"
               " KEYED BY   |"
               " DATE"
               MOVE 0 TO WS-APQ-COUNT
               PERFORM UNTIL WS-APQ-STATUS NOT = "00"
                   READ APPROVAL-FILE NEXT
                       AT END MOVE "99" TO WS-APQ-STATUS
                   NOT AT END
                       IF APQ-STATUS = "P"
                           ADD 1 TO WS-APQ-COUNT
                           MOVE APQ-VALUE TO WS-APQ-VALUE-X
                           DISPLAY
                           APQ-NUMBER " | "
                           APQ-TYPE " | "
                           APQ-ITEM-ID " | "
                           APQ-WAREHOUSE-CODE " | "
                           APQ-OLD-QUANTITY " | "
                           APQ-NEW-QUANTITY " | "
                           WS-APQ-VALUE-X " | "
                           APQ-REQUESTED-BY " | "
                           APQ-REQUESTED-DATE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
               DISPLAY " "
               DISPLAY "entries awaiting approval: " WS-APQ-COUNT
           END-IF.

       APPROVE-DECIDE.
           IF WS-APQ-ACTION = "REJECT"
               DISPLAY "(1/2) queue entry number:"
           ELSE
               DISPLAY "queue entry number:"
           END-IF.
           PERFORM GET-INPUT
           COMPUTE WS-APQ-NUMBER = FUNCTION NUMVAL(WS-INPUT-LINE).
           MOVE SPACES TO WS-APQ-NOTE.
           IF WS-APQ-ACTION = "REJECT"
               DISPLAY "(2/2) rejection note:"
               PERFORM GET-INPUT
               MOVE WS-INPUT-LINE TO WS-APQ-NOTE
           END-IF.

           DISPLAY " ".
           PERFORM APPROVAL-OPEN-QUEUE.
           IF WS-APQ-STATUS NOT = "00"
               DISPLAY "[!] approval-queue could not be opened -"
                   " status " WS-APQ-STATUS
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               MOVE WS-APQ-NUMBER TO APQ-NUMBER
               READ APPROVAL-FILE KEY IS APQ-NUMBER
               PERFORM APPROVE-APPLY-DECISION
               CLOSE APPROVAL-FILE
           END-IF.

       APPROVE-APPLY-DECISION.
           IF WS-APQ-STATUS NOT = "00"
               DISPLAY "[!] queue entry not found: " WS-APQ-NUMBER
               MOVE "N" TO WS-OPERATION-OK
           ELSE IF APQ-STATUS NOT = "P"
               DISPLAY "[!] queue entry already decided - status "
                   APQ-STATUS " by " APQ-DECIDED-BY
               MOVE "N" TO WS-OPERATION-OK
           ELSE IF APQ-REQUESTED-BY = WS-OPERATOR-ID
               DISPLAY "[!] an entry cannot be approved or"
                   " rejected by the operator who keyed it"
               MOVE "N" TO WS-OPERATION-OK
           ELSE IF WS-APQ-ACTION = "REJECT"
               MOVE "R" TO APQ-STATUS
               PERFORM APPROVE-RECORD-DECISION
               IF WS-APQ-STATUS = "00"
                   DISPLAY "entry rejected: " APQ-NUMBER
               END-IF
           ELSE
               PERFORM APPROVE-POST-ENTRY
               IF WS-APQ-POSTED = "Y"
                   MOVE "A" TO APQ-STATUS
                   PERFORM APPROVE-RECORD-DECISION
                   IF WS-APQ-STATUS = "00"
                       DISPLAY "entry approved and posted: "
                           APQ-NUMBER
                   END-IF
               ELSE
                   DISPLAY "[!] entry not posted - left on the"
                       " queue"
                   MOVE "N" TO WS-OPERATION-OK
               END-IF
           END-IF.

       APPROVE-RECORD-DECISION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-OPERATOR-ID TO APQ-DECIDED-BY.
           MOVE WS-CURRENT-DATETIME(1:8) TO APQ-DECIDED-DATE.
           MOVE WS-APQ-NOTE TO APQ-NOTE.
           REWRITE APPROVAL-RECORD.
           IF WS-APQ-STATUS NOT = "00"
               DISPLAY "[!] queue entry could not be updated -"
                   " status " WS-APQ-STATUS
               MOVE "N" TO WS-OPERATION-OK
           END-IF.

       APPROVE-POST-ENTRY.
           MOVE "N" TO WS-APQ-POSTED.
           MOVE APQ-ITEM-ID TO ITEM-ID.
           MOVE APQ-WAREHOUSE-CODE TO WAREHOUSE-CODE.
           MOVE APQ-ITEM-ID TO WS-ITEM-ID.
           MOVE APQ-WAREHOUSE-CODE TO WS-WAREHOUSE-CODE.
           OPEN I-O INVENTORY-FILE.
           PERFORM INVENTORY-READ-RETRY.
           IF FILE-STATUS NOT = "00" AND FILE-STATUS NOT = "51"
               DISPLAY "[!] item no longer on file: " APQ-ITEM-ID
                   " " APQ-WAREHOUSE-CODE
               MOVE "N" TO WS-OPERATION-OK
           END-IF.
           IF FILE-STATUS = "00"
               IF APQ-TYPE = "DELETE"
                   IF ITEM-QUANTITY NOT = APQ-OLD-QUANTITY
                           OR ITEM-ALLOCATED-QUANTITY
                               NOT = APQ-OLD-ALLOCATED
                       DISPLAY "[!] on-hand or allocation changed"
                           " since the delete was keyed ("
                           APQ-OLD-QUANTITY "/" APQ-OLD-ALLOCATED
                           " now " ITEM-QUANTITY "/"
                           ITEM-ALLOCATED-QUANTITY
                           ") - reject and re-key"
                       MOVE "N" TO WS-OPERATION-OK
                   ELSE
                       PERFORM DELETE-APPLY-ITEM
                   END-IF
               ELSE IF ITEM-QUANTITY NOT = APQ-OLD-QUANTITY
                   DISPLAY "[!] on-hand changed since the adjustment"
                       " was keyed (" APQ-OLD-QUANTITY " now "
                       ITEM-QUANTITY ") - reject and re-key"
                   MOVE "N" TO WS-OPERATION-OK
               ELSE
                   MOVE APQ-NEW-QUANTITY TO WS-ITEM-QUANTITY
                   MOVE APQ-REASON-CODE TO WS-REASON-CODE
                   MOVE APQ-LOT-NUMBER TO WS-LOT-NUMBER
                   MOVE SPACES TO WS-LOT-EXPIRY
                   PERFORM UPDATE-APPLY-QUANTITY
               END-IF
           END-IF.
           CLOSE INVENTORY-FILE.

       APPROVE-SET-LIMIT.
           PERFORM APPROVAL-LOAD-LIMIT.
           MOVE WS-APP-LIMIT TO WS-APP-LIMIT-X.
           DISPLAY "current approval limit: " WS-APP-LIMIT-X.
           DISPLAY "new approval limit (value of quantity change at"
               " unit cost):".
           PERFORM GET-INPUT
           COMPUTE WS-APP-LIMIT = FUNCTION NUMVAL(WS-INPUT-LINE).

           DISPLAY " ".
           OPEN OUTPUT APPROVAL-PARAM-FILE.
           IF WS-APP-STATUS NOT = "00"
               DISPLAY "[!] approval-limit could not be written -"
                   " status " WS-APP-STATUS
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               MOVE WS-APP-LIMIT TO APP-LIMIT
               WRITE APPROVAL-PARAM-RECORD
               CLOSE APPROVAL-PARAM-FILE
               MOVE WS-APP-LIMIT TO WS-APP-LIMIT-X
               DISPLAY "approval limit set to " WS-APP-LIMIT-X
           END-IF.

       APPROVAL-LOAD-LIMIT.
           MOVE 1000 TO WS-APP-LIMIT.
           OPEN INPUT APPROVAL-PARAM-FILE.
           IF WS-APP-STATUS = "00"
               READ APPROVAL-PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF APP-LIMIT IS NUMERIC
                           MOVE APP-LIMIT TO WS-APP-LIMIT
                       END-IF
               END-READ
               CLOSE APPROVAL-PARAM-FILE
           END-IF.

       APPROVAL-OPEN-QUEUE.
           OPEN I-O APPROVAL-FILE.
           IF WS-APQ-STATUS = "35"
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN I-O APPROVAL-FILE
           END-IF.

       APPROVAL-QUEUE-ENTRY.
           PERFORM APPROVAL-OPEN-QUEUE.
           IF WS-APQ-STATUS NOT = "00"
               DISPLAY "[!] approval-queue could not be opened -"
                   " status " WS-APQ-STATUS " - change not made"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               PERFORM APPROVAL-NEXT-NUMBER
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               COMPUTE APQ-NUMBER = WS-APQ-LAST + 1
               MOVE WS-APQ-TYPE TO APQ-TYPE
               MOVE ITEM-ID TO APQ-ITEM-ID
               MOVE WAREHOUSE-CODE TO APQ-WAREHOUSE-CODE
               MOVE ITEM-QUANTITY TO APQ-OLD-QUANTITY
               MOVE WS-ITEM-QUANTITY TO APQ-NEW-QUANTITY
               MOVE ITEM-ALLOCATED-QUANTITY TO APQ-OLD-ALLOCATED
               MOVE WS-REASON-CODE TO APQ-REASON-CODE
               MOVE WS-LOT-NUMBER TO APQ-LOT-NUMBER
               MOVE WS-APQ-VALUE TO APQ-VALUE
               MOVE WS-OPERATOR-ID TO APQ-REQUESTED-BY
               MOVE WS-CURRENT-DATETIME(1:8) TO APQ-REQUESTED-DATE
               MOVE "P" TO APQ-STATUS
               MOVE SPACES TO APQ-DECIDED-BY
               MOVE SPACES TO APQ-DECIDED-DATE
               MOVE SPACES TO APQ-NOTE
               WRITE APPROVAL-RECORD
               IF WS-APQ-STATUS = "00"
                   MOVE WS-APQ-VALUE TO WS-APQ-VALUE-X
                   DISPLAY "value " WS-APQ-VALUE-X " needs supervisor"
                       " approval - queued as entry " APQ-NUMBER
               ELSE
                   DISPLAY "[!] queue entry could not be written -"
                       " status " WS-APQ-STATUS " - change not made"
                   MOVE "N" TO WS-OPERATION-OK
               END-IF
               CLOSE APPROVAL-FILE
           END-IF.

       APPROVAL-NEXT-NUMBER.
           MOVE 0 TO WS-APQ-LAST.
           MOVE 0 TO APQ-NUMBER.
           START APPROVAL-FILE KEY IS NOT LESS THAN APQ-NUMBER
               INVALID KEY
                   MOVE "99" TO WS-APQ-STATUS
           END-START.
           PERFORM UNTIL WS-APQ-STATUS NOT = "00"
               READ APPROVAL-FILE NEXT
                   AT END MOVE "99" TO WS-APQ-STATUS
               NOT AT END
                   MOVE APQ-NUMBER TO WS-APQ-LAST
               END-READ
           END-PERFORM.

       OPERATOR-SIGN-ON.
           MOVE 0 TO WS-OPR-TRIES.
           MOVE "N" TO WS-OPR-SIGNED-ON.
           PERFORM OPERATOR-SIGN-ON-ATTEMPT
               UNTIL WS-OPR-SIGNED-ON = "Y"
               OR WS-OPR-TRIES >= 3.
           IF WS-OPR-SIGNED-ON NOT = "Y"
               DISPLAY "[!] too many failed sign-on attempts -"
                   " exiting WAREBALL"
               STOP RUN
           END-IF.

       OPERATOR-SIGN-ON-ATTEMPT.
           ADD 1 TO WS-OPR-TRIES.
           DISPLAY "operator ID:".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "PIN:".
           ACCEPT WS-OPR-PIN.
           PERFORM OPERATOR-VALIDATE.
           DISPLAY " ".
           IF WS-OPR-SIGNED-ON = "Y"
               DISPLAY "signed on: " WS-OPR-NAME " (" WS-OPR-ROLE ")"
           ELSE
               DISPLAY "[!] sign-on failed"
           END-IF.

       OPERATOR-VALIDATE.
           MOVE "N" TO WS-OPR-SIGNED-ON.
           MOVE SPACES TO WS-OPR-ROLE.
           MOVE SPACES TO WS-OPR-NAME.
           MOVE SPACES TO WS-SEC-DETAIL.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPR-STATUS = "35"
               MOVE "Y" TO WS-OPR-SIGNED-ON
               MOVE "*SETUP" TO WS-OPR-ROLE
               MOVE "SETUP MODE" TO WS-OPR-NAME
               DISPLAY "[!] no operator master on file - only"
                   " operator maintenance is available"
               MOVE "SETUP" TO WS-SEC-EVENT
               MOVE "no operator master - setup sign-on"
                   TO WS-SEC-DETAIL
           ELSE IF WS-OPR-STATUS NOT = "00"
               DISPLAY "[!] operator master could not be opened -"
                   " status " WS-OPR-STATUS
               MOVE "SIGNFAIL" TO WS-SEC-EVENT
               STRING "operator master unavailable - status "
                   WS-OPR-STATUS
                   DELIMITED BY SIZE INTO WS-SEC-DETAIL
               END-STRING
           ELSE
               MOVE WS-OPERATOR-ID TO OPR-ID
               READ OPERATOR-FILE KEY IS OPR-ID
               IF WS-OPR-STATUS NOT = "00"
                   MOVE "unknown operator ID" TO WS-SEC-DETAIL
               ELSE IF OPR-ACTIVE NOT = "Y"
                   MOVE "operator is inactive" TO WS-SEC-DETAIL
               ELSE IF OPR-PIN NOT = WS-OPR-PIN
                   MOVE "invalid PIN" TO WS-SEC-DETAIL
               ELSE
                   MOVE "Y" TO WS-OPR-SIGNED-ON
                   MOVE OPR-ROLE TO WS-OPR-ROLE
                   MOVE OPR-NAME TO WS-OPR-NAME
               END-IF
               END-IF
               END-IF
               CLOSE OPERATOR-FILE
               IF WS-OPR-SIGNED-ON = "Y"
                   MOVE "SIGNON" TO WS-SEC-EVENT
                   MOVE "sign-on accepted" TO WS-SEC-DETAIL
               ELSE
                   MOVE "SIGNFAIL" TO WS-SEC-EVENT
               END-IF
           END-IF
           END-IF.
           MOVE SPACES TO WS-SEC-COMMAND.
           IF WS-BATCH-MODE = "Y"
               MOVE "batch" TO WS-SEC-COMMAND
           END-IF.
           PERFORM SECURITY-LOG-WRITE.
           MOVE SPACES TO WS-OPR-PIN.
           IF WS-OPR-SIGNED-ON = "Y"
               PERFORM OPERATOR-LOAD-AUTHORITY
           END-IF.

       OPERATOR-LOAD-AUTHORITY.
           MOVE 0 TO WS-AUT-COUNT.
           MOVE "N" TO WS-AUT-OVERFLOW.
           OPEN INPUT AUTHORITY-FILE.
           IF WS-AUT-STATUS = "00"
               PERFORM UNTIL WS-AUT-STATUS NOT = "00"
                   READ AUTHORITY-FILE
                       AT END MOVE "99" TO WS-AUT-STATUS
                   NOT AT END
                       IF AUT-ROLE = WS-OPR-ROLE
                           IF WS-AUT-COUNT < 200
                               ADD 1 TO WS-AUT-COUNT
                               MOVE AUT-ROLE
                                   TO WS-AUT-TBL-ROLE(WS-AUT-COUNT)
                               MOVE AUT-COMMAND
                                   TO WS-AUT-TBL-COMMAND(WS-AUT-COUNT)
                           ELSE
                               MOVE "Y" TO WS-AUT-OVERFLOW
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTHORITY-FILE
           END-IF.

       OPERATOR-CHECK-AUTHORITY.
           MOVE "N" TO WS-OPR-AUTHORIZED.
           IF MENU-INPUT = "help" OR MENU-INPUT = "exit"
                   OR MENU-INPUT = SPACES OR MENU-INPUT = "0"
               MOVE "Y" TO WS-OPR-AUTHORIZED
           ELSE IF WS-OPR-ROLE = "*SETUP"
               IF MENU-INPUT = "operator"
                   MOVE "Y" TO WS-OPR-AUTHORIZED
               END-IF
           ELSE
               PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                       UNTIL WS-AUT-IDX > WS-AUT-COUNT
                       OR WS-OPR-AUTHORIZED = "Y"
                   IF WS-AUT-TBL-COMMAND(WS-AUT-IDX) = MENU-INPUT
                           OR WS-AUT-TBL-COMMAND(WS-AUT-IDX) = "*"
                       MOVE "Y" TO WS-OPR-AUTHORIZED
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-OPR-AUTHORIZED NOT = "Y"
               MOVE "REFUSED" TO WS-SEC-EVENT
               MOVE MENU-INPUT TO WS-SEC-COMMAND
               MOVE SPACES TO WS-SEC-DETAIL
               STRING "command not authorized for role "
                   WS-OPR-ROLE
                   DELIMITED BY SIZE INTO WS-SEC-DETAIL
               END-STRING
               PERFORM SECURITY-LOG-WRITE
           END-IF.

       SECURITY-LOG-WRITE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO SEC-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO SEC-TIME.
           MOVE WS-SEC-EVENT TO SEC-EVENT.
           MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID.
           MOVE WS-SEC-COMMAND TO SEC-COMMAND.
           MOVE WS-SEC-DETAIL TO SEC-DETAIL.
           MOVE 0 TO WS-LOCK-TRIES.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF WS-SEC-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF.
           PERFORM UNTIL WS-SEC-STATUS = "00"
                   OR WS-LOCK-TRIES >= WS-LOCK-LIMIT
               ADD 1 TO WS-LOCK-TRIES
               CALL "C$SLEEP" USING WS-LOCK-WAIT
               OPEN EXTEND SECURITY-LOG-FILE
           END-PERFORM.
           IF WS-SEC-STATUS NOT = "00"
               DISPLAY "[!] security-log entry could not be written"
                   " - status " WS-SEC-STATUS
           ELSE
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG-FILE
           END-IF.

       OPERATION-OPERATOR.
           DISPLAY "------------------------------------------".
           DISPLAY "OPERATOR MAINTENANCE".
           DISPLAY " ".
           DISPLAY "action (LIST/ADD/STATUS/PIN/GRANT/REVOKE/RIGHTS/"
               "LOG):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-OPR-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-OPR-ACTION) TO WS-OPR-ACTION.

           DISPLAY " ".
           IF WS-OPR-ACTION = "LIST"
               PERFORM OPERATOR-LIST
           ELSE IF WS-OPR-ACTION = "ADD"
               PERFORM OPERATOR-ADD
           ELSE IF WS-OPR-ACTION = "STATUS" OR WS-OPR-ACTION = "PIN"
               PERFORM OPERATOR-CHANGE
           ELSE IF WS-OPR-ACTION = "GRANT"
               PERFORM OPERATOR-GRANT
           ELSE IF WS-OPR-ACTION = "REVOKE"
               PERFORM OPERATOR-REVOKE
           ELSE IF WS-OPR-ACTION = "RIGHTS"
               PERFORM OPERATOR-RIGHTS
           ELSE IF WS-OPR-ACTION = "LOG"
               PERFORM OPERATOR-SHOW-LOG
           ELSE
               DISPLAY "[!] invalid action - must be LIST, ADD, STATUS,"
                   " PIN, GRANT, REVOKE, RIGHTS or LOG"
               MOVE "N" TO WS-OPERATION-OK
           END-IF.

       OPERATOR-LIST.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "[!] no operators on file"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               DISPLAY
               "OPERATOR   |"
               " NAME                           |"
               " ACTIVE |"
               " ROLE"
               MOVE 0 TO COUNTER
               PERFORM UNTIL WS-OPR-STATUS NOT = "00"
                   READ OPERATOR-FILE NEXT
                       AT END MOVE "99" TO WS-OPR-STATUS
                   NOT AT END
                       ADD 1 TO COUNTER
                       DISPLAY
                       OPR-ID " | "
                       OPR-NAME " | "
                       OPR-ACTIVE "      | "
                       OPR-ROLE
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
               DISPLAY " "
               DISPLAY "operators on file: " COUNTER
           END-IF.

       OPERATOR-ADD.
           DISPLAY "(1/4) operator ID:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-OPR-FIND-ID.
           DISPLAY "(2/4) name:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-OPR-NAME.
           DISPLAY "(3/4) PIN:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-OPR-PIN.
           DISPLAY "(4/4) role:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-AUT-ROLE.
           MOVE FUNCTION UPPER-CASE(WS-AUT-ROLE) TO WS-AUT-ROLE.

           DISPLAY " ".
           IF WS-OPR-FIND-ID = SPACES OR WS-OPR-PIN = SPACES
                   OR WS-AUT-ROLE = SPACES
               DISPLAY "[!] operator ID, PIN and role are required"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               OPEN I-O OPERATOR-FILE
               IF WS-OPR-STATUS = "35"
                   OPEN OUTPUT OPERATOR-FILE
                   CLOSE OPERATOR-FILE
                   OPEN I-O OPERATOR-FILE
               END-IF
               IF WS-OPR-STATUS NOT = "00"
                   DISPLAY "[!] operator-master could not be opened"
                       " - status " WS-OPR-STATUS
                   MOVE "N" TO WS-OPERATION-OK
               ELSE
                   MOVE WS-OPR-FIND-ID TO OPR-ID
                   MOVE WS-OPR-NAME TO OPR-NAME
                   MOVE WS-OPR-PIN TO OPR-PIN
                   MOVE "Y" TO OPR-ACTIVE
                   MOVE WS-AUT-ROLE TO OPR-ROLE
                   WRITE OPERATOR-RECORD
                       INVALID KEY
                           DISPLAY "[!] operator already on file: "
                               OPR-ID
                           MOVE "N" TO WS-OPERATION-OK
                       NOT INVALID KEY
                           DISPLAY "operator added: " OPR-ID
                               " role " OPR-ROLE
                   END-WRITE
                   CLOSE OPERATOR-FILE
               END-IF
           END-IF.
           MOVE SPACES TO WS-OPR-PIN.

       OPERATOR-CHANGE.
           DISPLAY "(1/2) operator ID:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-OPR-FIND-ID.
           IF WS-OPR-ACTION = "STATUS"
               DISPLAY "(2/2) active (Y/N):"
           ELSE
               DISPLAY "(2/2) new PIN:"
           END-IF.
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-OPR-PIN.

           DISPLAY " ".
           OPEN I-O OPERATOR-FILE.
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "[!] no operators on file"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               MOVE WS-OPR-FIND-ID TO OPR-ID
               READ OPERATOR-FILE KEY IS OPR-ID
               IF WS-OPR-STATUS NOT = "00"
                   DISPLAY "[!] operator not found: " WS-OPR-FIND-ID
                   MOVE "N" TO WS-OPERATION-OK
               ELSE IF WS-OPR-ACTION = "STATUS"
                       AND WS-OPR-PIN(1:1) NOT = "Y"
                       AND WS-OPR-PIN(1:1) NOT = "N"
                       AND WS-OPR-PIN(1:1) NOT = "y"
                       AND WS-OPR-PIN(1:1) NOT = "n"
                   DISPLAY "[!] active flag must be Y or N"
                   MOVE "N" TO WS-OPERATION-OK
               ELSE IF WS-OPR-ACTION = "PIN" AND WS-OPR-PIN = SPACES
                   DISPLAY "[!] PIN cannot be blank"
                   MOVE "N" TO WS-OPERATION-OK
               ELSE
                   IF WS-OPR-ACTION = "STATUS"
                       MOVE FUNCTION UPPER-CASE(WS-OPR-PIN(1:1))
                           TO OPR-ACTIVE
                   ELSE
                       MOVE WS-OPR-PIN TO OPR-PIN
                   END-IF
                   REWRITE OPERATOR-RECORD
                   IF WS-OPR-STATUS = "00"
                       DISPLAY "operator updated: " OPR-ID
                       MOVE "OPRCHG" TO WS-SEC-EVENT
                       MOVE "operator" TO WS-SEC-COMMAND
                       MOVE SPACES TO WS-SEC-DETAIL
                       STRING FUNCTION TRIM(WS-OPR-ACTION)
                           " changed for " OPR-ID
                           DELIMITED BY SIZE INTO WS-SEC-DETAIL
                       END-STRING
                       PERFORM SECURITY-LOG-WRITE
                   ELSE
                       DISPLAY "[!] operator could not be updated -"
                           " status " WS-OPR-STATUS
                       MOVE "N" TO WS-OPERATION-OK
                   END-IF
               END-IF
               END-IF
               END-IF
               CLOSE OPERATOR-FILE
           END-IF.
           MOVE SPACES TO WS-OPR-PIN.

       OPERATOR-GRANT.
           DISPLAY "(1/2) role:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-AUT-ROLE.
           MOVE FUNCTION UPPER-CASE(WS-AUT-ROLE) TO WS-AUT-ROLE.
           DISPLAY "(2/2) command (* for all commands):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-AUT-COMMAND.

           DISPLAY " ".
           IF WS-AUT-ROLE = SPACES OR WS-AUT-COMMAND = SPACES
               DISPLAY "[!] role and command are required"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               PERFORM OPERATOR-LOAD-ALL-RIGHTS
               PERFORM OPERATOR-FIND-RIGHT
               IF WS-AUT-FOUND = "Y"
                   DISPLAY "[!] role " WS-AUT-ROLE " already has "
                       WS-AUT-COMMAND
                   MOVE "N" TO WS-OPERATION-OK
               ELSE
                   MOVE WS-AUT-ROLE TO AUT-ROLE
                   MOVE WS-AUT-COMMAND TO AUT-COMMAND
                   OPEN EXTEND AUTHORITY-FILE
                   IF WS-AUT-STATUS = "35"
                       OPEN OUTPUT AUTHORITY-FILE
                   END-IF
                   IF WS-AUT-STATUS NOT = "00"
                       DISPLAY "[!] role-authority could not be"
                           " opened - status " WS-AUT-STATUS
                       MOVE "N" TO WS-OPERATION-OK
                   ELSE
                       WRITE AUTHORITY-RECORD
                       CLOSE AUTHORITY-FILE
                       DISPLAY "granted " WS-AUT-COMMAND " to role "
                           WS-AUT-ROLE
                       MOVE "GRANT" TO WS-SEC-EVENT
                       MOVE WS-AUT-COMMAND TO WS-SEC-COMMAND
                       MOVE SPACES TO WS-SEC-DETAIL
                       STRING "granted to role " WS-AUT-ROLE
                           DELIMITED BY SIZE INTO WS-SEC-DETAIL
                       END-STRING
                       PERFORM SECURITY-LOG-WRITE
                   END-IF
               END-IF
               PERFORM OPERATOR-LOAD-AUTHORITY
           END-IF.

       OPERATOR-REVOKE.
           DISPLAY "(1/2) role:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-AUT-ROLE.
           MOVE FUNCTION UPPER-CASE(WS-AUT-ROLE) TO WS-AUT-ROLE.
           DISPLAY "(2/2) command:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-AUT-COMMAND.

           DISPLAY " ".
           PERFORM OPERATOR-LOAD-ALL-RIGHTS.
           PERFORM OPERATOR-FIND-RIGHT.
           IF WS-AUT-FOUND NOT = "Y"
               DISPLAY "[!] role " WS-AUT-ROLE " does not have "
                   WS-AUT-COMMAND
               MOVE "N" TO WS-OPERATION-OK
           ELSE IF WS-AUT-OVERFLOW = "Y"
               DISPLAY "[!] more than 200 authority lines - revoke"
                   " refused to protect the file"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               MOVE SPACES TO WS-AUT-TBL-ROLE(WS-AUT-IDX)
               OPEN OUTPUT AUTHORITY-FILE
               IF WS-AUT-STATUS NOT = "00"
                   DISPLAY "[!] role-authority could not be"
                       " rewritten - status " WS-AUT-STATUS
                   MOVE "N" TO WS-OPERATION-OK
               ELSE
                   PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                           UNTIL WS-AUT-IDX > WS-AUT-COUNT
                       IF WS-AUT-TBL-ROLE(WS-AUT-IDX) NOT = SPACES
                           MOVE WS-AUT-TBL-ROLE(WS-AUT-IDX)
                               TO AUT-ROLE
                           MOVE WS-AUT-TBL-COMMAND(WS-AUT-IDX)
                               TO AUT-COMMAND
                           WRITE AUTHORITY-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE AUTHORITY-FILE
                   DISPLAY "revoked " WS-AUT-COMMAND " from role "
                       WS-AUT-ROLE
                   MOVE "REVOKE" TO WS-SEC-EVENT
                   MOVE WS-AUT-COMMAND TO WS-SEC-COMMAND
                   MOVE SPACES TO WS-SEC-DETAIL
                   STRING "revoked from role " WS-AUT-ROLE
                       DELIMITED BY SIZE INTO WS-SEC-DETAIL
                   END-STRING
                   PERFORM SECURITY-LOG-WRITE
               END-IF
           END-IF.
           PERFORM OPERATOR-LOAD-AUTHORITY.

       OPERATOR-LOAD-ALL-RIGHTS.
           MOVE 0 TO WS-AUT-COUNT.
           MOVE "N" TO WS-AUT-OVERFLOW.
           OPEN INPUT AUTHORITY-FILE.
           IF WS-AUT-STATUS = "00"
               PERFORM UNTIL WS-AUT-STATUS NOT = "00"
                   READ AUTHORITY-FILE
                       AT END MOVE "99" TO WS-AUT-STATUS
                   NOT AT END
                       IF WS-AUT-COUNT < 200
                           ADD 1 TO WS-AUT-COUNT
                           MOVE AUT-ROLE
                               TO WS-AUT-TBL-ROLE(WS-AUT-COUNT)
                           MOVE AUT-COMMAND
                               TO WS-AUT-TBL-COMMAND(WS-AUT-COUNT)
                       ELSE
                           MOVE "Y" TO WS-AUT-OVERFLOW
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTHORITY-FILE
           END-IF.

       OPERATOR-FIND-RIGHT.
           MOVE "N" TO WS-AUT-FOUND.
           PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                   UNTIL WS-AUT-IDX > WS-AUT-COUNT
                   OR WS-AUT-FOUND = "Y"
               IF WS-AUT-TBL-ROLE(WS-AUT-IDX) = WS-AUT-ROLE
                       AND WS-AUT-TBL-COMMAND(WS-AUT-IDX)
                           = WS-AUT-COMMAND
                   MOVE "Y" TO WS-AUT-FOUND
               END-IF
           END-PERFORM.
           IF WS-AUT-FOUND = "Y"
               SUBTRACT 1 FROM WS-AUT-IDX
           END-IF.

       OPERATOR-RIGHTS.
           OPEN INPUT AUTHORITY-FILE.
           IF WS-AUT-STATUS NOT = "00"
               DISPLAY "[!] no role authority on file"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               DISPLAY
               "ROLE     |"
               " COMMAND"
               MOVE 0 TO COUNTER
               PERFORM UNTIL WS-AUT-STATUS NOT = "00"
                   READ AUTHORITY-FILE
                       AT END MOVE "99" TO WS-AUT-STATUS
                   NOT AT END
                       ADD 1 TO COUNTER
                       DISPLAY AUT-ROLE " | " AUT-COMMAND
                   END-READ
               END-PERFORM
               CLOSE AUTHORITY-FILE
               DISPLAY " "
               DISPLAY "authority lines on file: " COUNTER
           END-IF.

       OPERATOR-SHOW-LOG.
           DISPLAY "from date (YYYYMMDD, blank for all):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-SEC-FROM-DATE.

           DISPLAY " ".
           OPEN INPUT SECURITY-LOG-FILE.
           IF WS-SEC-STATUS NOT = "00"
               DISPLAY "[!] no security log entries on file"
           ELSE
               DISPLAY
               "DATE     |"
               " TIME   |"
               " EVENT    |"
               " OPERATOR   |"
               " COMMAND    |"
               " DETAIL"
               MOVE 0 TO COUNTER
               PERFORM UNTIL WS-SEC-STATUS NOT = "00"
                   READ SECURITY-LOG-FILE
                       AT END MOVE "99" TO WS-SEC-STATUS
                   NOT AT END
                       IF WS-SEC-FROM-DATE = SPACES
                               OR SEC-DATE >= WS-SEC-FROM-DATE
                           ADD 1 TO COUNTER
                           DISPLAY
                           SEC-DATE " | "
                           SEC-TIME " | "
                           SEC-EVENT " | "
                           SEC-OPERATOR-ID " | "
                           SEC-COMMAND " | "
                           SEC-DETAIL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-LOG-FILE
               DISPLAY " "
               DISPLAY "entries listed: " COUNTER
           END-IF.

       OPERATION-INVMATCH.
           DISPLAY "------------------------------------------".
           DISPLAY "VENDOR INVOICE THREE-WAY MATCH".
           DISPLAY " ".
           DISPLAY "(1/1) price tolerance percent (blank for 2):".
           PERFORM GET-INPUT
           IF WS-INPUT-LINE = SPACES
               MOVE 2 TO WS-INM-TOLERANCE
           ELSE
               COMPUTE WS-INM-TOLERANCE =
                   FUNCTION NUMVAL(WS-INPUT-LINE)
           END-IF.

           DISPLAY " ".
           OPEN INPUT INVOICE-FILE.
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "[!] vendor-invoices file not found"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               PERFORM INVMATCH-RUN
               CLOSE INVOICE-FILE
           END-IF.

       INVMATCH-RUN.
           MOVE 0 TO WS-INM-LINES.
           MOVE 0 TO WS-INM-MATCHED.
           MOVE 0 TO WS-INM-EXCEPTIONS.
           MOVE 0 TO WS-INM-TOTAL.
           MOVE "INVMATCH" TO WS-ICF-ID.
           PERFORM CONTROL-GET-SEQUENCE.
           COMPUTE WS-INM-SEQ = WS-ICF-LAST + 1.
           MOVE "Y" TO WS-INM-OPEN-OK.
           MOVE 0 TO WS-INM-OPENED.
           OPEN I-O INVOICE-REGISTER-FILE.
           IF WS-INR-STATUS = "35"
               OPEN OUTPUT INVOICE-REGISTER-FILE
               CLOSE INVOICE-REGISTER-FILE
               OPEN I-O INVOICE-REGISTER-FILE
           END-IF.
           IF WS-INR-STATUS NOT = "00"
               DISPLAY "[!] invoice-register could not be opened -"
                   " status " WS-INR-STATUS
               MOVE "N" TO WS-INM-OPEN-OK
           ELSE
               ADD 1 TO WS-INM-OPENED
           END-IF.
           IF WS-INM-OPEN-OK = "Y"
               OPEN I-O PO-FILE
               IF WS-PO-STATUS NOT = "00"
                   DISPLAY "[!] purchase-orders could not be opened -"
                       " status " WS-PO-STATUS
                   MOVE "N" TO WS-INM-OPEN-OK
               ELSE
                   ADD 1 TO WS-INM-OPENED
               END-IF
           END-IF.
           IF WS-INM-OPEN-OK = "Y"
               OPEN INPUT INVENTORY-FILE
               IF FILE-STATUS NOT = "00"
                   DISPLAY "[!] inventory could not be opened -"
                       " status " FILE-STATUS
                   MOVE "N" TO WS-INM-OPEN-OK
               ELSE
                   ADD 1 TO WS-INM-OPENED
               END-IF
           END-IF.
           IF WS-INM-OPEN-OK = "Y"
               OPEN OUTPUT INVOICE-APPROVED-FILE
               IF WS-INA-STATUS NOT = "00"
                   DISPLAY "[!] invoice-approved could not be opened"
                       " - status " WS-INA-STATUS
                   MOVE "N" TO WS-INM-OPEN-OK
               ELSE
                   ADD 1 TO WS-INM-OPENED
               END-IF
           END-IF.
           IF WS-INM-OPEN-OK = "Y"
               OPEN OUTPUT INVOICE-EXCEPTION-FILE
               IF WS-INE-STATUS NOT = "00"
                   DISPLAY "[!] invoice-exceptions could not be"
                       " opened - status " WS-INE-STATUS
                   MOVE "N" TO WS-INM-OPEN-OK
               ELSE
                   ADD 1 TO WS-INM-OPENED
               END-IF
           END-IF.
           IF WS-INM-OPEN-OK = "Y"
               PERFORM INVMATCH-PROCESS
           ELSE
               MOVE "N" TO WS-OPERATION-OK
               PERFORM INVMATCH-CLOSE-OPENED
               DISPLAY "[!] invoice match not run"
           END-IF.

       INVMATCH-CLOSE-OPENED.
           IF WS-INM-OPENED >= 4
               CLOSE INVOICE-APPROVED-FILE
           END-IF.
           IF WS-INM-OPENED >= 3
               CLOSE INVENTORY-FILE
           END-IF.
           IF WS-INM-OPENED >= 2
               CLOSE PO-FILE
           END-IF.
           IF WS-INM-OPENED >= 1
               CLOSE INVOICE-REGISTER-FILE
           END-IF.

       INVMATCH-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE SPACES TO WS-CTL-LINE.
           STRING "HDR," WS-CURRENT-DATETIME(1:8) ","
               WS-CURRENT-DATETIME(9:6) "," WS-INM-SEQ
               DELIMITED BY SIZE INTO WS-CTL-LINE
           END-STRING.
           MOVE WS-CTL-LINE TO INVOICE-APPROVED-RECORD.
           WRITE INVOICE-APPROVED-RECORD.
           MOVE SPACES TO WS-INM-LINE.
           STRING "INVOICE EXCEPTIONS RUN DATE: "
               WS-CURRENT-DATETIME(1:8) " TOLERANCE %: "
               WS-INM-TOLERANCE
               DELIMITED BY SIZE INTO WS-INM-LINE
           END-STRING.
           MOVE WS-INM-LINE TO INVOICE-EXCEPTION-RECORD.
           WRITE INVOICE-EXCEPTION-RECORD.
           DISPLAY
           "REASON    |"
           " VENDOR     |"
           " INVOICE         |"
           " PO         |"
           " LINE".
           PERFORM UNTIL WS-INV-STATUS NOT = "00"
               READ INVOICE-FILE
                   AT END MOVE "99" TO WS-INV-STATUS
               NOT AT END
                   IF ICT-RECORD-TYPE NOT = "HDR"
                           AND ICT-RECORD-TYPE NOT = "TRL"
                       ADD 1 TO WS-INM-LINES
                       PERFORM INVMATCH-LINE
                   END-IF
               END-READ
           END-PERFORM.
           IF WS-INV-STATUS = "99"
               MOVE SPACES TO WS-CTL-LINE
               STRING "TRL," WS-INM-MATCHED "," WS-INM-TOTAL
                   DELIMITED BY SIZE INTO WS-CTL-LINE
               END-STRING
               MOVE WS-CTL-LINE TO INVOICE-APPROVED-RECORD
               WRITE INVOICE-APPROVED-RECORD
           ELSE
               DISPLAY "[!] vendor-invoices read failed - status "
                   WS-INV-STATUS " - invoice-approved left without"
                   " trailer"
               MOVE "N" TO WS-OPERATION-OK
           END-IF.
           CLOSE INVOICE-EXCEPTION-FILE.
           PERFORM INVMATCH-CLOSE-OPENED.
           IF WS-INV-STATUS = "99"
               MOVE "INVMATCH" TO WS-ICF-ID
               MOVE WS-INM-SEQ TO WS-ICF-SEQ
               PERFORM CONTROL-PUT-SEQUENCE
           END-IF.
           MOVE WS-INM-TOTAL TO WS-INM-AMOUNT-X.
           DISPLAY " ".
           DISPLAY "invoice lines read: " WS-INM-LINES.
           DISPLAY "lines matched: " WS-INM-MATCHED.
           DISPLAY "lines in exception: " WS-INM-EXCEPTIONS.
           DISPLAY "amount approved to pay: " WS-INM-AMOUNT-X.
           DISPLAY "approved lines written to invoice-approved".
           DISPLAY "exceptions written to invoice-exceptions".
           IF WS-INM-EXCEPTIONS > 0
               MOVE "N" TO WS-OPERATION-OK
           END-IF.

       INVMATCH-LINE.
           MOVE SPACES TO WS-INM-REASON.
           MOVE SPACES TO WS-INM-DETAIL.
           MOVE INV-PO-NUMBER TO PO-NUMBER.
           MOVE INV-PO-LINE TO PO-LINE-NUMBER.
           READ PO-FILE KEY IS PO-KEY.
           IF WS-PO-STATUS NOT = "00"
               MOVE "UNKNOWN" TO WS-INM-REASON
               MOVE "PO line not on file" TO WS-INM-DETAIL
           ELSE IF INV-VENDOR-ID NOT = PO-VENDOR-ID
               MOVE "VENDOR" TO WS-INM-REASON
               STRING "PO line belongs to vendor " PO-VENDOR-ID
                   DELIMITED BY SIZE INTO WS-INM-DETAIL
               END-STRING
           ELSE IF INV-QUANTITY-BILLED IS NOT NUMERIC
                   OR INV-QUANTITY-BILLED = 0
                   OR INV-UNIT-PRICE IS NOT NUMERIC
               MOVE "INVALID" TO WS-INM-REASON
               MOVE "quantity or unit price missing"
                   TO WS-INM-DETAIL
           ELSE
               PERFORM INVMATCH-CHECK-DUPLICATE
               IF WS-INM-REASON = SPACES
                   PERFORM INVMATCH-CHECK-QUANTITY
               END-IF
               IF WS-INM-REASON = SPACES
                   PERFORM INVMATCH-CHECK-PRICE
               END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-INM-REASON = SPACES
               PERFORM INVMATCH-APPROVE-LINE
           ELSE
               PERFORM INVMATCH-EXCEPTION-LINE
           END-IF.

       INVMATCH-CHECK-DUPLICATE.
           MOVE INV-VENDOR-ID TO INR-VENDOR-ID.
           MOVE INV-INVOICE-NUMBER TO INR-INVOICE-NUMBER.
           MOVE INV-PO-NUMBER TO INR-PO-NUMBER.
           MOVE INV-PO-LINE TO INR-PO-LINE.
           READ INVOICE-REGISTER-FILE KEY IS INR-KEY.
           IF WS-INR-STATUS = "00"
               MOVE "DUPLICATE" TO WS-INM-REASON
               STRING "invoice line already matched on "
                   INR-MATCH-DATE
                   DELIMITED BY SIZE INTO WS-INM-DETAIL
               END-STRING
           ELSE
               MOVE INV-VENDOR-ID TO INR-VENDOR-ID
               MOVE INV-INVOICE-NUMBER TO INR-INVOICE-NUMBER
               MOVE LOW-VALUES TO INR-PO-NUMBER
               MOVE 0 TO INR-PO-LINE
               START INVOICE-REGISTER-FILE KEY IS NOT LESS THAN
                   INR-KEY
                   INVALID KEY MOVE "99" TO WS-INR-STATUS
               END-START
               IF WS-INR-STATUS = "00"
                   READ INVOICE-REGISTER-FILE NEXT
                       AT END MOVE "99" TO WS-INR-STATUS
                   END-READ
               END-IF
               IF WS-INR-STATUS = "00"
                       AND INR-VENDOR-ID = INV-VENDOR-ID
                       AND INR-INVOICE-NUMBER = INV-INVOICE-NUMBER
                       AND INR-RUN-SEQUENCE NOT = WS-INM-SEQ
                   MOVE "DUPLICATE" TO WS-INM-REASON
                   STRING "invoice number already matched on "
                       INR-MATCH-DATE
                       DELIMITED BY SIZE INTO WS-INM-DETAIL
                   END-STRING
               END-IF
           END-IF.

       INVMATCH-CHECK-QUANTITY.
           COMPUTE WS-INM-OPEN-QTY =
               PO-RECEIVED-QUANTITY - PO-BILLED-QUANTITY.
           IF PO-LINE-STATUS = "C" AND WS-INM-OPEN-QTY <= 0
               MOVE "CLOSED" TO WS-INM-REASON
               MOVE "PO line closed and fully billed"
                   TO WS-INM-DETAIL
           ELSE IF INV-QUANTITY-BILLED > WS-INM-OPEN-QTY
               MOVE "OVERBILL" TO WS-INM-REASON
               IF WS-INM-OPEN-QTY < 0
                   MOVE 0 TO WS-INM-OPEN-QTY
               END-IF
               MOVE WS-INM-OPEN-QTY TO WS-INM-QTY-X
               STRING "received and not yet billed: "
                   WS-INM-QTY-X
                   DELIMITED BY SIZE INTO WS-INM-DETAIL
               END-STRING
           END-IF
           END-IF.

       INVMATCH-CHECK-PRICE.
           MOVE 0 TO WS-INM-EXPECTED.
           MOVE PO-ITEM-ID TO ITEM-ID.
           MOVE PO-WAREHOUSE-CODE TO WAREHOUSE-CODE.
           PERFORM INVENTORY-READ-RETRY.
           IF FILE-STATUS = "00"
               MOVE ITEM-UNIT-COST TO WS-INM-EXPECTED
           END-IF.
           PERFORM INVMATCH-RECEIPT-COST.
           IF WS-INM-EXPECTED = 0
               MOVE "NOCOST" TO WS-INM-REASON
               MOVE "no receipt cost or unit cost on file"
                   TO WS-INM-DETAIL
           ELSE
               COMPUTE WS-INM-VARIANCE ROUNDED =
                   FUNCTION ABS(INV-UNIT-PRICE - WS-INM-EXPECTED)
                   * 100 / WS-INM-EXPECTED
                   ON SIZE ERROR MOVE 99999.99 TO WS-INM-VARIANCE
               END-COMPUTE
               IF WS-INM-VARIANCE > WS-INM-TOLERANCE
                   MOVE "PRICE" TO WS-INM-REASON
                   MOVE WS-INM-EXPECTED TO WS-INM-COST-X
                   STRING "receipt cost " WS-INM-COST-X
                       " variance % " WS-INM-VARIANCE
                       DELIMITED BY SIZE INTO WS-INM-DETAIL
                   END-STRING
               END-IF
           END-IF.

       INVMATCH-RECEIPT-COST.
           MOVE SPACES TO WS-INM-COST-DATE.
           OPEN INPUT COST-HISTORY-FILE.
           IF WS-CH-STATUS = "00"
               PERFORM UNTIL WS-CH-STATUS NOT = "00"
                   READ COST-HISTORY-FILE
                       AT END MOVE "99" TO WS-CH-STATUS
                   NOT AT END
                       IF CH-ITEM-ID = PO-ITEM-ID
                           AND CH-WAREHOUSE-CODE = PO-WAREHOUSE-CODE
                           AND CH-EFFECTIVE-DATE
                               <= PO-LAST-RECEIPT-DATE
                           AND CH-EFFECTIVE-DATE >= WS-INM-COST-DATE
                           MOVE CH-NEW-COST TO WS-INM-EXPECTED
                           MOVE CH-EFFECTIVE-DATE
                               TO WS-INM-COST-DATE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE COST-HISTORY-FILE
           END-IF.

       INVMATCH-APPROVE-LINE.
           ADD INV-QUANTITY-BILLED TO PO-BILLED-QUANTITY.
           REWRITE PO-RECORD.
           IF WS-PO-STATUS NOT = "00"
               MOVE "UPDATE" TO WS-INM-REASON
               STRING "PO line could not be updated - status "
                   WS-PO-STATUS
                   DELIMITED BY SIZE INTO WS-INM-DETAIL
               END-STRING
               PERFORM INVMATCH-EXCEPTION-LINE
           ELSE
               MOVE INV-VENDOR-ID TO INR-VENDOR-ID
               MOVE INV-INVOICE-NUMBER TO INR-INVOICE-NUMBER
               MOVE INV-PO-NUMBER TO INR-PO-NUMBER
               MOVE INV-PO-LINE TO INR-PO-LINE
               MOVE INV-QUANTITY-BILLED TO INR-QUANTITY
               MOVE INV-UNIT-PRICE TO INR-UNIT-PRICE
               MOVE WS-CURRENT-DATETIME(1:8) TO INR-MATCH-DATE
               MOVE WS-INM-SEQ TO INR-RUN-SEQUENCE
               WRITE INVOICE-REGISTER-RECORD
               IF WS-INR-STATUS NOT = "00"
                   DISPLAY "[!] invoice register not updated: "
                       INV-INVOICE-NUMBER " - status " WS-INR-STATUS
               END-IF
               ADD 1 TO WS-INM-MATCHED
               COMPUTE WS-INM-AMOUNT =
                   INV-QUANTITY-BILLED * INV-UNIT-PRICE
               ADD WS-INM-AMOUNT TO WS-INM-TOTAL
               MOVE SPACES TO WS-INM-LINE
               STRING INV-VENDOR-ID "," INV-INVOICE-NUMBER ","
                   INV-PO-NUMBER "," INV-PO-LINE ","
                   PO-ITEM-ID "," PO-WAREHOUSE-CODE ","
                   INV-QUANTITY-BILLED "," INV-UNIT-PRICE ","
                   WS-INM-AMOUNT
                   DELIMITED BY SIZE INTO WS-INM-LINE
               END-STRING
               MOVE WS-INM-LINE TO INVOICE-APPROVED-RECORD
               WRITE INVOICE-APPROVED-RECORD
           END-IF.

       INVMATCH-EXCEPTION-LINE.
           ADD 1 TO WS-INM-EXCEPTIONS.
           DISPLAY WS-INM-REASON " | " INV-VENDOR-ID " | "
               INV-INVOICE-NUMBER " | " INV-PO-NUMBER " | "
               INV-PO-LINE.
           DISPLAY "    " WS-INM-DETAIL.
           MOVE INV-QUANTITY-BILLED TO WS-INM-QTY-X.
           MOVE INV-UNIT-PRICE TO WS-INM-PRICE-X.
           MOVE SPACES TO WS-INM-LINE.
           STRING WS-INM-REASON " | " INV-VENDOR-ID " | "
               INV-INVOICE-NUMBER " | " INV-PO-NUMBER " | "
               INV-PO-LINE " | " WS-INM-QTY-X " | "
               WS-INM-PRICE-X " | " WS-INM-DETAIL
               DELIMITED BY SIZE INTO WS-INM-LINE
           END-STRING.
           MOVE WS-INM-LINE TO INVOICE-EXCEPTION-RECORD.
           WRITE INVOICE-EXCEPTION-RECORD.

       OPERATION-ITEMCONV.
           DISPLAY "------------------------------------------".
           DISPLAY "ITEM MASTER CONVERSION".
           DISPLAY " ".
           DISPLAY "builds item-master and the per-location inventory"
               " from inventory-legacy".
           DISPLAY "convert now? (Y/N):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-CONFIRM.

           DISPLAY " ".
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "conversion cancelled"
           ELSE
               OPEN INPUT LEGACY-INVENTORY-FILE
               IF WS-LEG-STATUS NOT = "00"
                   DISPLAY "[!] inventory-legacy not found - rename"
                       " the pre-conversion inventory file to"
                       " inventory-legacy first"
                   MOVE "N" TO WS-OPERATION-OK
               ELSE
                   PERFORM ITEMCONV-RUN
                   CLOSE LEGACY-INVENTORY-FILE
               END-IF
           END-IF.

       ITEMCONV-RUN.
           MOVE 0 TO WS-CNV-ROWS.
           MOVE 0 TO WS-CNV-ITEMS.
           MOVE 0 TO WS-CNV-CONFLICT-ITEMS.
           MOVE 0 TO WS-CNV-CONFLICTS.
           MOVE 0 TO WS-CNV-REJECTED.
           MOVE SPACES TO WS-CNV-LAST-CONFLICT.
           MOVE SPACES TO WS-CNV-MASTER-ITEM.
           PERFORM ITEM-MASTER-CLOSE.
           OPEN I-O ITEM-MASTER-FILE.
           IF WS-IM-STATUS = "35"
               OPEN OUTPUT ITEM-MASTER-FILE
               CLOSE ITEM-MASTER-FILE
               OPEN I-O ITEM-MASTER-FILE
           END-IF.
           OPEN I-O INVENTORY-FILE.
           IF FILE-STATUS = "35"
               OPEN OUTPUT INVENTORY-FILE
               CLOSE INVENTORY-FILE
               OPEN I-O INVENTORY-FILE
           END-IF.
           OPEN OUTPUT ITEM-CONVERSION-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE SPACES TO WS-CNV-LINE.
           STRING "ITEM MASTER CONVERSION RUN DATE: "
               WS-CURRENT-DATETIME(1:8)
               DELIMITED BY SIZE INTO WS-CNV-LINE
           END-STRING.
           MOVE WS-CNV-LINE TO ITEM-CONVERSION-RECORD.
           WRITE ITEM-CONVERSION-RECORD.
           MOVE SPACES TO WS-CNV-LINE.
           STRING "ITEM ID    | WH    | ATTRIBUTE    |"
               " MASTER VALUE (FROM WH)       | THIS WAREHOUSE"
               DELIMITED BY SIZE INTO WS-CNV-LINE
           END-STRING.
           MOVE WS-CNV-LINE TO ITEM-CONVERSION-RECORD.
           WRITE ITEM-CONVERSION-RECORD.
           DISPLAY
           "ITEM ID    |"
           " WH    |"
           " ATTRIBUTE    |"
           " MASTER / THIS WAREHOUSE".
           IF WS-IM-STATUS NOT = "00" OR FILE-STATUS NOT = "00"
               DISPLAY "[!] item-master or inventory could not be"
                   " opened - conversion not run"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               PERFORM UNTIL WS-LEG-STATUS NOT = "00"
                   READ LEGACY-INVENTORY-FILE NEXT
                       AT END MOVE "99" TO WS-LEG-STATUS
                   NOT AT END
                       PERFORM ITEMCONV-ROW
                   END-READ
               END-PERFORM
               IF WS-LEG-STATUS NOT = "99"
                   DISPLAY "[!] inventory-legacy read failed -"
                       " status " WS-LEG-STATUS
                       " - conversion incomplete"
                   MOVE "N" TO WS-OPERATION-OK
               END-IF
           END-IF.
           MOVE SPACES TO WS-CNV-LINE.
           STRING "ROWS READ: " WS-CNV-ROWS
               " ITEMS CREATED: " WS-CNV-ITEMS
               " ROWS REJECTED: " WS-CNV-REJECTED
               DELIMITED BY SIZE INTO WS-CNV-LINE
           END-STRING.
           MOVE WS-CNV-LINE TO ITEM-CONVERSION-RECORD.
           WRITE ITEM-CONVERSION-RECORD.
           MOVE SPACES TO WS-CNV-LINE.
           STRING "ITEMS WITH CONFLICTS: " WS-CNV-CONFLICT-ITEMS
               " CONFLICTING ATTRIBUTES: " WS-CNV-CONFLICTS
               DELIMITED BY SIZE INTO WS-CNV-LINE
           END-STRING.
           MOVE WS-CNV-LINE TO ITEM-CONVERSION-RECORD.
           WRITE ITEM-CONVERSION-RECORD.
           CLOSE ITEM-CONVERSION-FILE.
           CLOSE INVENTORY-FILE.
           CLOSE ITEM-MASTER-FILE.
           DISPLAY " ".
           DISPLAY "rows read: " WS-CNV-ROWS.
           DISPLAY "items created on item-master: " WS-CNV-ITEMS.
           DISPLAY "rows rejected: " WS-CNV-REJECTED.
           DISPLAY "items with conflicting attributes: "
               WS-CNV-CONFLICT-ITEMS.
           DISPLAY "report written to item-conversion".
           IF WS-CNV-REJECTED > 0
               MOVE "N" TO WS-OPERATION-OK
           END-IF.

       ITEMCONV-ROW.
           ADD 1 TO WS-CNV-ROWS.
           MOVE LEG-ITEM-ID TO ITEM-ID.
           MOVE LEG-WAREHOUSE-CODE TO WAREHOUSE-CODE.
           MOVE LEG-ITEM-QUANTITY TO ITEM-QUANTITY.
           MOVE LEG-ITEM-ALLOCATED-QUANTITY TO ITEM-ALLOCATED-QUANTITY.
           MOVE LEG-ITEM-REORDER-POINT TO ITEM-REORDER-POINT.
           MOVE LEG-ITEM-REORDER-QUANTITY TO ITEM-REORDER-QUANTITY.
           MOVE LEG-ITEM-UNIT-COST TO ITEM-UNIT-COST.
           MOVE LEG-ITEM-ON-ORDER-QUANTITY TO ITEM-ON-ORDER-QUANTITY.
           MOVE LEG-ITEM-COST-DATE TO ITEM-COST-DATE.
           MOVE LEG-ITEM-COST-SOURCE TO ITEM-COST-SOURCE.
           WRITE INVENTORY-RECORD.
           IF FILE-STATUS NOT = "00"
               ADD 1 TO WS-CNV-REJECTED
               DISPLAY "[!] row not converted: " LEG-ITEM-ID " "
                   LEG-WAREHOUSE-CODE " - status " FILE-STATUS
               MOVE SPACES TO WS-CNV-LINE
               STRING LEG-ITEM-ID " | " LEG-WAREHOUSE-CODE
                   " | ROW NOT CONVERTED - STATUS " FILE-STATUS
                   DELIMITED BY SIZE INTO WS-CNV-LINE
               END-STRING
               MOVE WS-CNV-LINE TO ITEM-CONVERSION-RECORD
               WRITE ITEM-CONVERSION-RECORD
               MOVE "00" TO FILE-STATUS
           ELSE
               MOVE LEG-ITEM-ID TO IM-ITEM-ID
               READ ITEM-MASTER-FILE KEY IS IM-ITEM-ID
               IF WS-IM-STATUS = "00"
                   PERFORM ITEMCONV-COMPARE
               ELSE
                   MOVE LEG-ITEM-ID TO IM-ITEM-ID
                   MOVE LEG-ITEM-DESCRIPTION TO IM-DESCRIPTION
                   MOVE LEG-ITEM-PRICE TO IM-PRICE
                   MOVE LEG-ITEM-VENDOR-ID TO IM-VENDOR-ID
                   MOVE LEG-ITEM-SERIAL-FLAG TO IM-SERIAL-FLAG
                   MOVE LEG-ITEM-UOM-CODE TO IM-UOM-CODE
                   MOVE LEG-ITEM-CASE-PACK TO IM-CASE-PACK
                   WRITE ITEM-MASTER-RECORD
                   IF WS-IM-STATUS = "00"
                       ADD 1 TO WS-CNV-ITEMS
                       MOVE LEG-ITEM-ID TO WS-CNV-MASTER-ITEM
                       MOVE LEG-WAREHOUSE-CODE TO WS-CNV-MASTER-WH
                   ELSE
                       DISPLAY "[!] item-master not written: "
                           LEG-ITEM-ID " - status " WS-IM-STATUS
                       MOVE "N" TO WS-OPERATION-OK
                   END-IF
               END-IF
           END-IF.

       ITEMCONV-COMPARE.
           IF IM-DESCRIPTION NOT = LEG-ITEM-DESCRIPTION
               MOVE "DESCRIPTION" TO WS-CNV-ATTRIBUTE
               MOVE IM-DESCRIPTION TO WS-CNV-MASTER-VALUE
               MOVE LEG-ITEM-DESCRIPTION TO WS-CNV-ROW-VALUE
               PERFORM ITEMCONV-CONFLICT-LINE
           END-IF.
           IF IM-PRICE NOT = LEG-ITEM-PRICE
               MOVE "PRICE" TO WS-CNV-ATTRIBUTE
               MOVE IM-PRICE TO WS-CNV-PRICE-X
               MOVE WS-CNV-PRICE-X TO WS-CNV-MASTER-VALUE
               MOVE LEG-ITEM-PRICE TO WS-CNV-PRICE-X
               MOVE WS-CNV-PRICE-X TO WS-CNV-ROW-VALUE
               PERFORM ITEMCONV-CONFLICT-LINE
           END-IF.
           IF IM-VENDOR-ID NOT = LEG-ITEM-VENDOR-ID
               MOVE "VENDOR" TO WS-CNV-ATTRIBUTE
               MOVE IM-VENDOR-ID TO WS-CNV-MASTER-VALUE
               MOVE LEG-ITEM-VENDOR-ID TO WS-CNV-ROW-VALUE
               PERFORM ITEMCONV-CONFLICT-LINE
           END-IF.
           IF IM-SERIAL-FLAG NOT = LEG-ITEM-SERIAL-FLAG
               MOVE "SERIAL FLAG" TO WS-CNV-ATTRIBUTE
               MOVE IM-SERIAL-FLAG TO WS-CNV-MASTER-VALUE
               MOVE LEG-ITEM-SERIAL-FLAG TO WS-CNV-ROW-VALUE
               PERFORM ITEMCONV-CONFLICT-LINE
           END-IF.
           IF IM-UOM-CODE NOT = LEG-ITEM-UOM-CODE
               MOVE "UOM" TO WS-CNV-ATTRIBUTE
               MOVE IM-UOM-CODE TO WS-CNV-MASTER-VALUE
               MOVE LEG-ITEM-UOM-CODE TO WS-CNV-ROW-VALUE
               PERFORM ITEMCONV-CONFLICT-LINE
           END-IF.
           IF IM-CASE-PACK NOT = LEG-ITEM-CASE-PACK
               MOVE "CASE PACK" TO WS-CNV-ATTRIBUTE
               MOVE IM-CASE-PACK TO WS-CNV-PACK-X
               MOVE WS-CNV-PACK-X TO WS-CNV-MASTER-VALUE
               MOVE LEG-ITEM-CASE-PACK TO WS-CNV-PACK-X
               MOVE WS-CNV-PACK-X TO WS-CNV-ROW-VALUE
               PERFORM ITEMCONV-CONFLICT-LINE
           END-IF.

       ITEMCONV-CONFLICT-LINE.
           ADD 1 TO WS-CNV-CONFLICTS.
           IF LEG-ITEM-ID NOT = WS-CNV-LAST-CONFLICT
               ADD 1 TO WS-CNV-CONFLICT-ITEMS
               MOVE LEG-ITEM-ID TO WS-CNV-LAST-CONFLICT
           END-IF.
           IF LEG-ITEM-ID NOT = WS-CNV-MASTER-ITEM
               MOVE "*MSTR" TO WS-CNV-MASTER-WH
           END-IF.
           DISPLAY LEG-ITEM-ID " | " LEG-WAREHOUSE-CODE " | "
               WS-CNV-ATTRIBUTE " | " WS-CNV-MASTER-VALUE " / "
               WS-CNV-ROW-VALUE.
           MOVE SPACES TO WS-CNV-LINE.
           STRING LEG-ITEM-ID " | " LEG-WAREHOUSE-CODE " | "
               WS-CNV-ATTRIBUTE " | " WS-CNV-MASTER-VALUE " ("
               WS-CNV-MASTER-WH ") | " WS-CNV-ROW-VALUE
               DELIMITED BY SIZE INTO WS-CNV-LINE
           END-STRING.
           MOVE WS-CNV-LINE TO ITEM-CONVERSION-RECORD.
           WRITE ITEM-CONVERSION-RECORD.

       ITEM-MASTER-GET.
           IF WS-IM-OPEN NOT = "Y"
               OPEN INPUT ITEM-MASTER-FILE
               IF WS-IM-STATUS = "00"
                   MOVE "Y" TO WS-IM-OPEN
               END-IF
           END-IF.
           MOVE "N" TO WS-IM-FOUND.
           IF WS-IM-OPEN = "Y"
               MOVE ITEM-ID TO IM-ITEM-ID
               READ ITEM-MASTER-FILE KEY IS IM-ITEM-ID
               IF WS-IM-STATUS = "00"
                   MOVE "Y" TO WS-IM-FOUND
               END-IF
           END-IF.
           IF WS-IM-FOUND = "Y"
               MOVE IM-DESCRIPTION TO ITEM-DESCRIPTION
               MOVE IM-PRICE TO ITEM-PRICE
               MOVE IM-VENDOR-ID TO ITEM-VENDOR-ID
               MOVE IM-SERIAL-FLAG TO ITEM-SERIAL-FLAG
               MOVE IM-UOM-CODE TO ITEM-UOM-CODE
               MOVE IM-CASE-PACK TO ITEM-CASE-PACK
           ELSE
               MOVE SPACES TO ITEM-DESCRIPTION
               MOVE 0 TO ITEM-PRICE
               MOVE SPACES TO ITEM-VENDOR-ID
               MOVE "N" TO ITEM-SERIAL-FLAG
               MOVE "EA" TO ITEM-UOM-CODE
               MOVE 0 TO ITEM-CASE-PACK
           END-IF.

       ITEM-MASTER-PUT.
           PERFORM ITEM-MASTER-CLOSE.
           OPEN I-O ITEM-MASTER-FILE.
           IF WS-IM-STATUS = "35"
               OPEN OUTPUT ITEM-MASTER-FILE
               CLOSE ITEM-MASTER-FILE
               OPEN I-O ITEM-MASTER-FILE
           END-IF.
           MOVE WS-IM-STATUS TO WS-IM-RESULT.
           IF WS-IM-STATUS = "00"
               MOVE ITEM-ID TO IM-ITEM-ID
               READ ITEM-MASTER-FILE KEY IS IM-ITEM-ID
               MOVE WS-IM-STATUS TO WS-IM-RESULT
               MOVE ITEM-ID TO IM-ITEM-ID
               MOVE ITEM-DESCRIPTION TO IM-DESCRIPTION
               MOVE ITEM-PRICE TO IM-PRICE
               MOVE ITEM-VENDOR-ID TO IM-VENDOR-ID
               MOVE ITEM-SERIAL-FLAG TO IM-SERIAL-FLAG
               MOVE ITEM-UOM-CODE TO IM-UOM-CODE
               MOVE ITEM-CASE-PACK TO IM-CASE-PACK
               IF WS-IM-RESULT = "00"
                   REWRITE ITEM-MASTER-RECORD
               ELSE
                   WRITE ITEM-MASTER-RECORD
               END-IF
               MOVE WS-IM-STATUS TO WS-IM-RESULT
               CLOSE ITEM-MASTER-FILE
           END-IF.
           IF WS-IM-RESULT NOT = "00"
               DISPLAY "[!] item-master could not be updated: "
                   ITEM-ID " - status " WS-IM-RESULT
               MOVE "N" TO WS-OPERATION-OK
           END-IF.

       ITEM-MASTER-CLOSE.
           IF WS-IM-OPEN = "Y"
               CLOSE ITEM-MASTER-FILE
               MOVE "N" TO WS-IM-OPEN
           END-IF.

       ITEM-MASTER-LOG-PRICE.
           MOVE 0 TO WS-IM-LOG-COUNT.
           MOVE ITEM-ID TO WS-IM-LOG-ID.
           START INVENTORY-FILE KEY IS EQUAL TO ITEM-ID
               INVALID KEY MOVE "23" TO FILE-STATUS
           END-START.
           PERFORM UNTIL FILE-STATUS NOT = "00"
               READ INVENTORY-FILE NEXT
                   AT END MOVE "99" TO FILE-STATUS
               NOT AT END
                   IF ITEM-ID NOT = WS-IM-LOG-ID
                       MOVE "99" TO FILE-STATUS
                   ELSE
                       ADD 1 TO WS-IM-LOG-COUNT
                       MOVE "REPRICE" TO AUD-OPERATION
                       MOVE ITEM-ID TO AUD-ITEM-ID
                       MOVE WAREHOUSE-CODE TO AUD-WAREHOUSE-CODE
                       MOVE ITEM-QUANTITY TO AUD-OLD-QUANTITY
                       MOVE ITEM-QUANTITY TO AUD-NEW-QUANTITY
                       MOVE WS-OLD-PRICE TO AUD-OLD-PRICE
                       MOVE ITEM-PRICE TO AUD-NEW-PRICE
                       MOVE ITEM-ALLOCATED-QUANTITY
                           TO AUD-OLD-ALLOCATED
                       MOVE ITEM-ALLOCATED-QUANTITY
                           TO AUD-NEW-ALLOCATED
                       MOVE WS-IM-LOG-REASON TO AUD-REASON-CODE
                       PERFORM AUDIT-WRITE-ENTRY
                       MOVE ITEM-ID TO PH-ITEM-ID
                       MOVE WAREHOUSE-CODE TO PH-WAREHOUSE-CODE
                       MOVE WS-OLD-PRICE TO PH-OLD-PRICE
                       MOVE ITEM-PRICE TO PH-NEW-PRICE
                       PERFORM PRICE-HISTORY-WRITE-ENTRY
                   END-IF
               END-READ
           END-PERFORM.
           MOVE WS-IM-LOG-ID TO ITEM-ID.

       BACKUP-BUILD-RECORD.
           PERFORM ITEM-MASTER-GET.
           MOVE ITEM-ID TO BKP-ITEM-ID.
           MOVE WAREHOUSE-CODE TO BKP-WAREHOUSE-CODE.
           MOVE ITEM-DESCRIPTION TO BKP-ITEM-DESCRIPTION.
           MOVE ITEM-QUANTITY TO BKP-ITEM-QUANTITY.
           MOVE ITEM-ALLOCATED-QUANTITY TO BKP-ITEM-ALLOCATED-QUANTITY.
           MOVE ITEM-PRICE TO BKP-ITEM-PRICE.
           MOVE ITEM-REORDER-POINT TO BKP-ITEM-REORDER-POINT.
           MOVE ITEM-REORDER-QUANTITY TO BKP-ITEM-REORDER-QUANTITY.
           MOVE ITEM-VENDOR-ID TO BKP-ITEM-VENDOR-ID.
           MOVE ITEM-UNIT-COST TO BKP-ITEM-UNIT-COST.
           MOVE ITEM-ON-ORDER-QUANTITY TO BKP-ITEM-ON-ORDER-QUANTITY.
           MOVE ITEM-SERIAL-FLAG TO BKP-ITEM-SERIAL-FLAG.
           MOVE ITEM-UOM-CODE TO BKP-ITEM-UOM-CODE.
           MOVE ITEM-CASE-PACK TO BKP-ITEM-CASE-PACK.
           MOVE ITEM-COST-DATE TO BKP-ITEM-COST-DATE.
           MOVE ITEM-COST-SOURCE TO BKP-ITEM-COST-SOURCE.

       OPERATION-FORECAST.
           DISPLAY "------------------------------------------".
           DISPLAY "DEMAND FORECAST AND REORDER POINTS".
           DISPLAY " ".
           DISPLAY "action (REVIEW/APPLY):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-FC-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-FC-ACTION) TO WS-FC-ACTION.

           IF WS-FC-ACTION = "REVIEW"
               PERFORM FORECAST-REVIEW
           ELSE IF WS-FC-ACTION = "APPLY"
               PERFORM FORECAST-APPLY
           ELSE
               DISPLAY " "
               DISPLAY "[!] unknown action - use REVIEW or APPLY"
               MOVE "N" TO WS-OPERATION-OK
           END-IF
           END-IF.

       FORECAST-REVIEW.
           DISPLAY "(1/5) weeks of history (blank for 13, max 52):".
           PERFORM GET-INPUT
           IF WS-INPUT-LINE = SPACES
               MOVE 13 TO WS-FC-WEEKS
           ELSE
               COMPUTE WS-FC-WEEKS = FUNCTION NUMVAL(WS-INPUT-LINE)
           END-IF.
           DISPLAY "(2/5) service level % - 90, 95, 98 or 99"
               " (blank for 95):".
           PERFORM GET-INPUT
           IF WS-INPUT-LINE = SPACES
               MOVE 95 TO WS-FC-SERVICE
           ELSE
               COMPUTE WS-FC-SERVICE = FUNCTION NUMVAL(WS-INPUT-LINE)
           END-IF.
           DISPLAY "(3/5) smoothing factor (blank for 0.30):".
           PERFORM GET-INPUT
           IF WS-INPUT-LINE = SPACES
               MOVE 0.30 TO WS-FC-ALPHA
           ELSE
               COMPUTE WS-FC-ALPHA = FUNCTION NUMVAL(WS-INPUT-LINE)
           END-IF.
           DISPLAY "(4/5) order cover in weeks (blank for 4):".
           PERFORM GET-INPUT
           IF WS-INPUT-LINE = SPACES
               MOVE 4 TO WS-FC-COVER
           ELSE
               COMPUTE WS-FC-COVER = FUNCTION NUMVAL(WS-INPUT-LINE)
           END-IF.
           DISPLAY "(5/5) lead time days when no vendor lead time"
               " (blank for 14):".
           PERFORM GET-INPUT
           IF WS-INPUT-LINE = SPACES
               MOVE 14 TO WS-FC-DEFAULT-LEAD
           ELSE
               COMPUTE WS-FC-DEFAULT-LEAD =
                   FUNCTION NUMVAL(WS-INPUT-LINE)
           END-IF.

           DISPLAY " ".
           EVALUATE WS-FC-SERVICE
               WHEN 90 MOVE 1.28 TO WS-FC-Z
               WHEN 95 MOVE 1.65 TO WS-FC-Z
               WHEN 98 MOVE 2.05 TO WS-FC-Z
               WHEN 99 MOVE 2.33 TO WS-FC-Z
               WHEN OTHER MOVE 0 TO WS-FC-Z
           END-EVALUATE.
           IF WS-FC-WEEKS < 2 OR WS-FC-WEEKS > 52
               DISPLAY "[!] weeks of history must be 2 to 52"
               MOVE "N" TO WS-OPERATION-OK
           ELSE IF WS-FC-Z = 0
               DISPLAY "[!] service level must be 90, 95, 98 or 99"
               MOVE "N" TO WS-OPERATION-OK
           ELSE IF WS-FC-ALPHA = 0 OR WS-FC-ALPHA > 1
               DISPLAY "[!] smoothing factor must be over 0 and"
                   " not over 1"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:8) TO WS-FC-TODAY-X
               MOVE WS-FC-TODAY-X TO WS-FC-TODAY
               COMPUTE WS-FC-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FC-TODAY)
               COMPUTE WS-FC-START = FUNCTION DATE-OF-INTEGER(
                   WS-FC-TODAY-INT - (WS-FC-WEEKS * 7) + 1)
               MOVE WS-FC-START TO WS-FC-START-X
               PERFORM FORECAST-LOAD-ITEMS
               IF WS-FC-OVERFLOW = "Y"
                   DISPLAY "[!] more than 1000 items - review"
                       " incomplete"
               END-IF
               MOVE 0 TO WS-FC-ENTRIES
               PERFORM FORECAST-SCAN-ARCHIVES
               PERFORM FORECAST-SCAN-AUDIT
               PERFORM FORECAST-WRITE-REVIEW
           END-IF
           END-IF
           END-IF.

       FORECAST-LOAD-ITEMS.
           MOVE 0 TO WS-FC-COUNT.
           MOVE "N" TO WS-FC-OVERFLOW.
           PERFORM VENDOR-LOAD-TABLE.
           OPEN INPUT INVENTORY-FILE.
           PERFORM UNTIL FILE-STATUS NOT = '00'
               READ INVENTORY-FILE next
                   AT END MOVE '99' TO FILE-STATUS
               NOT AT END
                   IF WS-FC-COUNT < 1000
                       ADD 1 TO WS-FC-COUNT
                       PERFORM ITEM-MASTER-GET
                       PERFORM FORECAST-LOAD-ENTRY
                   ELSE
                       MOVE "Y" TO WS-FC-OVERFLOW
                   END-IF
               END-READ
           END-PERFORM.
           PERFORM INVENTORY-SCAN-CHECK.
           CLOSE INVENTORY-FILE.

       FORECAST-LOAD-ENTRY.
           MOVE ITEM-ID TO WS-FC-ITEM-ID(WS-FC-COUNT).
           MOVE WAREHOUSE-CODE TO WS-FC-WAREHOUSE(WS-FC-COUNT).
           MOVE ITEM-REORDER-POINT TO WS-FC-POINT(WS-FC-COUNT).
           MOVE ITEM-REORDER-QUANTITY TO WS-FC-QUANTITY(WS-FC-COUNT).
           MOVE ITEM-CASE-PACK TO WS-FC-PACK(WS-FC-COUNT).
           MOVE WS-FC-DEFAULT-LEAD TO WS-FC-LEAD(WS-FC-COUNT).
           MOVE "D" TO WS-FC-LEAD-SOURCE(WS-FC-COUNT).
           IF ITEM-VENDOR-ID NOT = SPACES
               MOVE ITEM-VENDOR-ID TO WS-VND-CODE
               PERFORM VENDOR-FIND-CODE
               IF WS-VND-FOUND = "Y"
                   IF WS-VND-TBL-LEAD(WS-VND-IDX) > 0
                       MOVE WS-VND-TBL-LEAD(WS-VND-IDX)
                           TO WS-FC-LEAD(WS-FC-COUNT)
                       MOVE "V" TO WS-FC-LEAD-SOURCE(WS-FC-COUNT)
                   END-IF
               END-IF
           END-IF.
           PERFORM VARYING WS-FC-WDX FROM 1 BY 1
                   UNTIL WS-FC-WDX > 52
               MOVE 0 TO WS-FC-DEMAND(WS-FC-COUNT, WS-FC-WDX)
           END-PERFORM.

       FORECAST-SCAN-ARCHIVES.
           MOVE 0 TO WS-FC-ARCHIVES.
           MOVE WS-FC-START-X(1:4) TO WS-FC-YEAR.
           MOVE WS-FC-TODAY-X(1:4) TO WS-FC-END-YEAR.
           PERFORM UNTIL WS-FC-YEAR > WS-FC-END-YEAR
               MOVE SPACES TO WS-ARCHIVE-FILENAME
               STRING "audit-archive-" WS-FC-YEAR
                   DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
               END-STRING
               OPEN INPUT AUDIT-ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = "00"
                   ADD 1 TO WS-FC-ARCHIVES
                   PERFORM FORECAST-SCAN-ONE-ARCHIVE
                   CLOSE AUDIT-ARCHIVE-FILE
               END-IF
               ADD 1 TO WS-FC-YEAR
           END-PERFORM.

       FORECAST-SCAN-ONE-ARCHIVE.
           MOVE LOW-VALUES TO AAR-SEQUENCE-KEY.
           MOVE WS-FC-START-X TO AAR-DATE.
           START AUDIT-ARCHIVE-FILE
                   KEY IS NOT LESS THAN AAR-SEQUENCE-KEY
               INVALID KEY
                   MOVE "99" TO WS-ARCHIVE-STATUS
           END-START.
           PERFORM UNTIL WS-ARCHIVE-STATUS NOT = "00"
               READ AUDIT-ARCHIVE-FILE NEXT
                   AT END MOVE "99" TO WS-ARCHIVE-STATUS
               NOT AT END
                   MOVE AUDIT-ARCHIVE-RECORD TO AUDIT-RECORD
                   PERFORM FORECAST-APPLY-ENTRY
               END-READ
           END-PERFORM.
           IF WS-ARCHIVE-STATUS NOT = "99"
               DISPLAY "[!] " WS-ARCHIVE-FILENAME " read failed -"
                   " status " WS-ARCHIVE-STATUS " - results"
                   " incomplete"
               MOVE "N" TO WS-OPERATION-OK
           END-IF.

       FORECAST-SCAN-AUDIT.
           MOVE "N" TO WS-AUDIT-EOF.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "[!] no audit entries on file"
           ELSE
               MOVE "D" TO WS-AUR-PATH
               MOVE WS-FC-START-X TO WS-AUR-FROM-DATE
               MOVE WS-FC-TODAY-X TO WS-AUR-TO-DATE
               PERFORM AUDIT-START-RANGE
               PERFORM UNTIL WS-AUDIT-EOF = "Y"
                   PERFORM AUDIT-READ-RANGE
                   IF WS-AUDIT-EOF NOT = "Y"
                           AND WS-AUDIT-STATUS = "00"
                       PERFORM FORECAST-APPLY-ENTRY
                   END-IF
                   IF WS-AUDIT-EOF NOT = "Y"
                           AND WS-AUDIT-STATUS NOT = "00"
                       DISPLAY "[!] audit read failed - status "
                           WS-AUDIT-STATUS " - results incomplete"
                       MOVE "N" TO WS-OPERATION-OK
                       MOVE "Y" TO WS-AUDIT-EOF
                   END-IF
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       FORECAST-APPLY-ENTRY.
           IF (AUD-OPERATION = "ISSU" OR AUD-OPERATION = "SHIP"
                   OR AUD-REASON-CODE = "SALE")
                   AND AUD-DATE IS NUMERIC
                   AND AUD-DATE >= WS-FC-START-X
                   AND AUD-DATE <= WS-FC-TODAY-X
               COMPUTE WS-FC-DELTA =
                   AUD-OLD-QUANTITY - AUD-NEW-QUANTITY
               IF WS-FC-DELTA > 0
                   MOVE AUD-DATE TO WS-FC-AUD-NUM
                   COMPUTE WS-FC-AGE = WS-FC-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(WS-FC-AUD-NUM)
                   COMPUTE WS-FC-WEEK = WS-FC-AGE / 7 + 1
                   PERFORM FORECAST-FIND-ITEM
                   IF WS-FC-FOUND = "Y"
                           AND WS-FC-WEEK <= WS-FC-WEEKS
                       ADD 1 TO WS-FC-ENTRIES
                       ADD WS-FC-DELTA
                           TO WS-FC-DEMAND(WS-FC-IDX, WS-FC-WEEK)
                   END-IF
               END-IF
           END-IF.

       FORECAST-FIND-ITEM.
           MOVE "N" TO WS-FC-FOUND.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FC-COUNT
                   OR WS-FC-FOUND = "Y"
               IF WS-FC-ITEM-ID(WS-FC-IDX) = AUD-ITEM-ID
                       AND WS-FC-WAREHOUSE(WS-FC-IDX)
                           = AUD-WAREHOUSE-CODE
                   MOVE "Y" TO WS-FC-FOUND
               END-IF
           END-PERFORM.
           IF WS-FC-FOUND = "Y"
               SUBTRACT 1 FROM WS-FC-IDX
           END-IF.

       FORECAST-WRITE-REVIEW.
           MOVE 0 TO WS-FC-ROWS.
           MOVE 0 TO WS-FC-CHANGED.
           MOVE 0 TO WS-FC-NO-DEMAND.
           OPEN OUTPUT FORECAST-REVIEW-FILE.
           OPEN OUTPUT FORECAST-RECOMMEND-FILE.
           MOVE SPACES TO WS-FC-LINE.
           STRING "REORDER POINT REVIEW RUN DATE: " WS-FC-TODAY-X
               " WEEKS: " WS-FC-WEEKS " FROM: " WS-FC-START-X
               " SERVICE %: " WS-FC-SERVICE " ALPHA: " WS-FC-ALPHA
               " COVER WEEKS: " WS-FC-COVER
               DELIMITED BY SIZE INTO WS-FC-LINE
           END-STRING.
           MOVE WS-FC-LINE TO FORECAST-REVIEW-RECORD.
           WRITE FORECAST-REVIEW-RECORD.
           MOVE SPACES TO WS-FC-LINE.
           STRING "ITEM ID    | WH    |  FCST/WEEK |    STD DEV |"
               " LT  | CUR ROP  | NEW ROP  | SAFETY   | CUR QTY  |"
               " NEW QTY  | NOTE"
               DELIMITED BY SIZE INTO WS-FC-LINE
           END-STRING.
           MOVE WS-FC-LINE TO FORECAST-REVIEW-RECORD.
           WRITE FORECAST-REVIEW-RECORD.
           DISPLAY
           "ITEM ID    |"
           " WH    |"
           " CUR ROP  |"
           " NEW ROP  |"
           " CUR QTY  |"
           " NEW QTY".
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FC-COUNT
               PERFORM FORECAST-CALCULATE
               PERFORM FORECAST-REVIEW-LINE
           END-PERFORM.
           CLOSE FORECAST-RECOMMEND-FILE.
           CLOSE FORECAST-REVIEW-FILE.
           DISPLAY " ".
           DISPLAY "archive years read: " WS-FC-ARCHIVES.
           DISPLAY "demand entries used: " WS-FC-ENTRIES.
           DISPLAY "locations reviewed: " WS-FC-ROWS.
           DISPLAY "recommended changes: " WS-FC-CHANGED.
           DISPLAY "locations with no demand: " WS-FC-NO-DEMAND.
           DISPLAY "review written to forecast-review".
           DISPLAY "recommendations written to forecast-recommend -"
               " set the last column to N to reject, then APPLY".

       FORECAST-CALCULATE.
           MOVE 0 TO WS-FC-TOTAL.
           PERFORM VARYING WS-FC-WDX FROM 1 BY 1
                   UNTIL WS-FC-WDX > WS-FC-WEEKS
               ADD WS-FC-DEMAND(WS-FC-IDX, WS-FC-WDX) TO WS-FC-TOTAL
           END-PERFORM.
           COMPUTE WS-FC-MEAN ROUNDED = WS-FC-TOTAL / WS-FC-WEEKS.
           MOVE 0 TO WS-FC-SUMSQ.
           PERFORM VARYING WS-FC-WDX FROM 1 BY 1
                   UNTIL WS-FC-WDX > WS-FC-WEEKS
               COMPUTE WS-FC-SUMSQ = WS-FC-SUMSQ
                   + (WS-FC-DEMAND(WS-FC-IDX, WS-FC-WDX) - WS-FC-MEAN)
                   * (WS-FC-DEMAND(WS-FC-IDX, WS-FC-WDX) - WS-FC-MEAN)
           END-PERFORM.
           COMPUTE WS-FC-VARIANCE ROUNDED =
               WS-FC-SUMSQ / (WS-FC-WEEKS - 1).
           COMPUTE WS-FC-SIGMA ROUNDED =
               FUNCTION SQRT(WS-FC-VARIANCE).
           MOVE WS-FC-DEMAND(WS-FC-IDX, WS-FC-WEEKS) TO WS-FC-FORECAST.
           PERFORM VARYING WS-FC-WDX FROM WS-FC-WEEKS BY -1
                   UNTIL WS-FC-WDX = 0
               COMPUTE WS-FC-FORECAST ROUNDED =
                   WS-FC-ALPHA * WS-FC-DEMAND(WS-FC-IDX, WS-FC-WDX)
                   + (1 - WS-FC-ALPHA) * WS-FC-FORECAST
           END-PERFORM.
           COMPUTE WS-FC-LEAD-WEEKS ROUNDED =
               WS-FC-LEAD(WS-FC-IDX) / 7.

           COMPUTE WS-FC-WORK =
               WS-FC-Z * WS-FC-SIGMA
                   * FUNCTION SQRT(WS-FC-LEAD-WEEKS).
           MOVE WS-FC-WORK TO WS-FC-SAFETY.
           IF WS-FC-SAFETY < WS-FC-WORK
               ADD 1 TO WS-FC-SAFETY
           END-IF.
           COMPUTE WS-FC-WORK =
               WS-FC-FORECAST * WS-FC-LEAD-WEEKS + WS-FC-SAFETY.
           MOVE WS-FC-WORK TO WS-FC-NEW-POINT.
           IF WS-FC-NEW-POINT < WS-FC-WORK
               ADD 1 TO WS-FC-NEW-POINT
           END-IF.
           COMPUTE WS-FC-WORK = WS-FC-FORECAST * WS-FC-COVER.
           MOVE WS-FC-WORK TO WS-FC-NEW-QUANTITY.
           IF WS-FC-NEW-QUANTITY < WS-FC-WORK
               ADD 1 TO WS-FC-NEW-QUANTITY
           END-IF.
           IF WS-FC-PACK(WS-FC-IDX) > 1
               COMPUTE WS-FC-PACKS =
                   (WS-FC-NEW-QUANTITY + WS-FC-PACK(WS-FC-IDX) - 1)
                       / WS-FC-PACK(WS-FC-IDX)
               COMPUTE WS-FC-NEW-QUANTITY =
                   WS-FC-PACKS * WS-FC-PACK(WS-FC-IDX)
           END-IF.

           IF WS-FC-TOTAL = 0
               MOVE "NO DEMAND" TO WS-FC-NOTE
               MOVE "N" TO WS-FC-ACCEPT
               MOVE WS-FC-POINT(WS-FC-IDX) TO WS-FC-NEW-POINT
               MOVE WS-FC-QUANTITY(WS-FC-IDX) TO WS-FC-NEW-QUANTITY
               MOVE 0 TO WS-FC-SAFETY
               ADD 1 TO WS-FC-NO-DEMAND
           ELSE IF WS-FC-NEW-POINT = WS-FC-POINT(WS-FC-IDX)
                   AND WS-FC-NEW-QUANTITY = WS-FC-QUANTITY(WS-FC-IDX)
               MOVE "NO CHANGE" TO WS-FC-NOTE
               MOVE "N" TO WS-FC-ACCEPT
           ELSE
               MOVE "CHANGE" TO WS-FC-NOTE
               MOVE "Y" TO WS-FC-ACCEPT
               ADD 1 TO WS-FC-CHANGED
           END-IF
           END-IF.
           IF WS-FC-LEAD-SOURCE(WS-FC-IDX) = "D"
                   AND WS-FC-TOTAL NOT = 0
               MOVE "DEFAULT LT" TO WS-FC-NOTE
           END-IF.

       FORECAST-REVIEW-LINE.
           ADD 1 TO WS-FC-ROWS.
           MOVE WS-FC-ITEM-ID(WS-FC-IDX) TO FCR-ITEM-ID.
           MOVE WS-FC-WAREHOUSE(WS-FC-IDX) TO FCR-WAREHOUSE-CODE.
           MOVE WS-FC-POINT(WS-FC-IDX) TO FCR-CURRENT-POINT.
           MOVE WS-FC-QUANTITY(WS-FC-IDX) TO FCR-CURRENT-QUANTITY.
           MOVE WS-FC-NEW-POINT TO FCR-NEW-POINT.
           MOVE WS-FC-NEW-QUANTITY TO FCR-NEW-QUANTITY.
           MOVE WS-FC-SAFETY TO FCR-SAFETY-STOCK.
           MOVE WS-FC-FORECAST TO FCR-WEEKLY-FORECAST.
           MOVE WS-FC-SIGMA TO FCR-WEEKLY-DEVIATION.
           MOVE WS-FC-LEAD(WS-FC-IDX) TO FCR-LEAD-TIME-DAYS.
           MOVE WS-FC-ACCEPT TO FCR-ACCEPT.
           WRITE FORECAST-RECOMMEND-RECORD.
           MOVE WS-FC-FORECAST TO WS-FC-FORECAST-X.
           MOVE WS-FC-SIGMA TO WS-FC-SIGMA-X.
           MOVE WS-FC-POINT(WS-FC-IDX) TO WS-FC-POINT-X.
           MOVE WS-FC-NEW-POINT TO WS-FC-NEW-POINT-X.
           MOVE WS-FC-SAFETY TO WS-FC-SAFETY-X.
           MOVE WS-FC-QUANTITY(WS-FC-IDX) TO WS-FC-QUANTITY-X.
           MOVE WS-FC-NEW-QUANTITY TO WS-FC-NEW-QUANTITY-X.
           MOVE SPACES TO WS-FC-LINE.
           STRING WS-FC-ITEM-ID(WS-FC-IDX) " | "
               WS-FC-WAREHOUSE(WS-FC-IDX) " | "
               WS-FC-FORECAST-X " | " WS-FC-SIGMA-X " | "
               WS-FC-LEAD(WS-FC-IDX) " | " WS-FC-POINT-X " | "
               WS-FC-NEW-POINT-X " | " WS-FC-SAFETY-X " | "
               WS-FC-QUANTITY-X " | " WS-FC-NEW-QUANTITY-X " | "
               WS-FC-NOTE
               DELIMITED BY SIZE INTO WS-FC-LINE
           END-STRING.
           MOVE WS-FC-LINE TO FORECAST-REVIEW-RECORD.
           WRITE FORECAST-REVIEW-RECORD.
           IF WS-FC-ACCEPT = "Y"
               DISPLAY WS-FC-ITEM-ID(WS-FC-IDX) " | "
                   WS-FC-WAREHOUSE(WS-FC-IDX) " | "
                   WS-FC-POINT-X " | " WS-FC-NEW-POINT-X " | "
                   WS-FC-QUANTITY-X " | " WS-FC-NEW-QUANTITY-X
           END-IF.

       FORECAST-APPLY.
           MOVE 0 TO WS-FC-APPLIED.
           MOVE 0 TO WS-FC-SKIPPED.
           DISPLAY " ".
           OPEN INPUT FORECAST-RECOMMEND-FILE.
           IF WS-FCR-STATUS NOT = "00"
               DISPLAY "[!] forecast-recommend not found - run REVIEW"
                   " first"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               OPEN I-O INVENTORY-FILE
               PERFORM UNTIL WS-FCR-STATUS NOT = "00"
                   READ FORECAST-RECOMMEND-FILE
                       AT END MOVE "99" TO WS-FCR-STATUS
                   NOT AT END
                       IF FCR-ACCEPT = "Y" OR FCR-ACCEPT = "y"
                           PERFORM FORECAST-APPLY-ONE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE INVENTORY-FILE
               CLOSE FORECAST-RECOMMEND-FILE
               DISPLAY " "
               DISPLAY "recommendations applied: " WS-FC-APPLIED
               DISPLAY "recommendations skipped: " WS-FC-SKIPPED
               IF WS-FC-SKIPPED > 0
                   MOVE "N" TO WS-OPERATION-OK
               END-IF
           END-IF.

       FORECAST-APPLY-ONE.
           MOVE FCR-ITEM-ID TO ITEM-ID.
           MOVE FCR-WAREHOUSE-CODE TO WAREHOUSE-CODE.
           PERFORM INVENTORY-READ-RETRY.
           IF FILE-STATUS NOT = "00"
               DISPLAY "[!] " FCR-ITEM-ID " " FCR-WAREHOUSE-CODE
                   " not found - skipped"
               ADD 1 TO WS-FC-SKIPPED
           ELSE IF ITEM-REORDER-POINT NOT = FCR-CURRENT-POINT
                   OR ITEM-REORDER-QUANTITY NOT = FCR-CURRENT-QUANTITY
               DISPLAY "[!] " FCR-ITEM-ID " " FCR-WAREHOUSE-CODE
                   " changed since review - skipped"
               ADD 1 TO WS-FC-SKIPPED
           ELSE
               MOVE FCR-NEW-POINT TO ITEM-REORDER-POINT
               MOVE FCR-NEW-QUANTITY TO ITEM-REORDER-QUANTITY
               REWRITE INVENTORY-RECORD
               IF FILE-STATUS = "00"
                   MOVE "FCAST" TO AUD-OPERATION
                   MOVE ITEM-ID TO AUD-ITEM-ID
                   MOVE WAREHOUSE-CODE TO AUD-WAREHOUSE-CODE
                   MOVE ITEM-QUANTITY TO AUD-OLD-QUANTITY
                   MOVE ITEM-QUANTITY TO AUD-NEW-QUANTITY
                   MOVE ITEM-PRICE TO AUD-OLD-PRICE
                   MOVE ITEM-PRICE TO AUD-NEW-PRICE
                   MOVE ITEM-ALLOCATED-QUANTITY TO AUD-OLD-ALLOCATED
                   MOVE ITEM-ALLOCATED-QUANTITY TO AUD-NEW-ALLOCATED
                   MOVE SPACES TO AUD-REASON-CODE
                   PERFORM AUDIT-WRITE-ENTRY
                   ADD 1 TO WS-FC-APPLIED
                   DISPLAY FCR-ITEM-ID " " FCR-WAREHOUSE-CODE
                       " reorder point " FCR-NEW-POINT
                       " quantity " FCR-NEW-QUANTITY
               ELSE
                   DISPLAY "[!] " FCR-ITEM-ID " " FCR-WAREHOUSE-CODE
                       " could not be updated"
                   ADD 1 TO WS-FC-SKIPPED
               END-IF
           END-IF
           END-IF.

       OPERATION-RMA.
           DISPLAY "------------------------------------------".
           DISPLAY "CUSTOMER RETURNS (RMA)".
           DISPLAY " ".
           DISPLAY "action (AUTH/RECEIVE/CANCEL/AGING):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-RMA-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-RMA-ACTION) TO WS-RMA-ACTION.

           IF WS-RMA-ACTION = "AUTH"
               PERFORM RMA-AUTHORIZE
           ELSE IF WS-RMA-ACTION = "RECEIVE"
               PERFORM RMA-RECEIVE
           ELSE IF WS-RMA-ACTION = "CANCEL"
               PERFORM RMA-CANCEL
           ELSE IF WS-RMA-ACTION = "AGING"
               PERFORM RMA-AGING
           ELSE
               DISPLAY " "
               DISPLAY "[!] unknown action - use AUTH, RECEIVE, CANCEL"
                   " or AGING"
               MOVE "N" TO WS-OPERATION-OK
           END-IF
           END-IF
           END-IF
           END-IF.

       RMA-AUTHORIZE.
           DISPLAY "(1/7) RMA number:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-RMA-NUMBER.
           DISPLAY "(2/7) original order number:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-RMA-ORDER.
           DISPLAY "(3/7) ID:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-ITEM-ID.
           DISPLAY "(4/7) warehouse code:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-WAREHOUSE-CODE.
           DISPLAY "(5/7) authorized quantity:".
           PERFORM GET-INPUT
           COMPUTE WS-RMA-QTY = FUNCTION NUMVAL(WS-INPUT-LINE).
           DISPLAY "(6/7) lot or serial number (blank if none):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-RMA-SERIAL.
           DISPLAY "(7/7) return reason code:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-RMA-REASON.
           MOVE FUNCTION UPPER-CASE(WS-RMA-REASON) TO WS-RMA-REASON.

           DISPLAY " ".
           MOVE "Y" TO WS-RMA-VALID.
           IF WS-RMA-NUMBER = SPACES OR WS-RMA-ORDER = SPACES
               DISPLAY "[!] RMA number and order number are required"
               MOVE "N" TO WS-RMA-VALID
           ELSE IF WS-RMA-QTY = 0
               DISPLAY "[!] authorized quantity must be over zero"
               MOVE "N" TO WS-RMA-VALID
           ELSE IF WS-RMA-REASON = SPACES
               DISPLAY "[!] a return reason code is required"
               MOVE "N" TO WS-RMA-VALID
           ELSE
               MOVE WS-ITEM-ID TO ITEM-ID
               MOVE WS-WAREHOUSE-CODE TO WAREHOUSE-CODE
               OPEN INPUT INVENTORY-FILE
               PERFORM INVENTORY-READ-RETRY
               CLOSE INVENTORY-FILE
               IF FILE-STATUS NOT = "00"
                   DISPLAY "item not found"
                   MOVE "N" TO WS-RMA-VALID
               END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-RMA-VALID = "Y"
               MOVE SPACES TO WS-RMA-LOT
               IF ITEM-SERIAL-FLAG = "Y"
                   IF WS-RMA-SERIAL = SPACES OR WS-RMA-QTY NOT = 1
                       DISPLAY "[!] serialized item - authorize one"
                           " serial number per RMA"
                       MOVE "N" TO WS-RMA-VALID
                   END-IF
               ELSE
                   MOVE WS-RMA-SERIAL TO WS-RMA-LOT
                   MOVE SPACES TO WS-RMA-SERIAL
               END-IF
           END-IF.
           IF WS-RMA-VALID = "Y"
               MOVE 0 TO WS-RMA-PRIOR-QTY
               PERFORM RMA-CHECK-SHIPPED
           END-IF.
           IF WS-RMA-VALID = "Y"
               PERFORM RMA-WRITE-AUTHORIZATION
           ELSE
               MOVE "N" TO WS-OPERATION-OK
           END-IF.

       RMA-WRITE-AUTHORIZATION.
           OPEN I-O RMA-FILE.
           IF WS-RMA-STATUS = "35"
               OPEN OUTPUT RMA-FILE
               CLOSE RMA-FILE
               OPEN I-O RMA-FILE
           END-IF.
           MOVE WS-RMA-NUMBER TO RMA-NUMBER.
           MOVE WS-RMA-ORDER TO RMA-ORDER-NUMBER.
           MOVE WS-ITEM-ID TO RMA-ITEM-ID.
           MOVE WS-WAREHOUSE-CODE TO RMA-WAREHOUSE-CODE.
           MOVE WS-RMA-QTY TO RMA-AUTHORIZED-QUANTITY.
           MOVE 0 TO RMA-RECEIVED-QUANTITY.
           MOVE 0 TO RMA-RESTOCKED-QUANTITY.
           MOVE 0 TO RMA-HELD-QUANTITY.
           MOVE 0 TO RMA-SCRAPPED-QUANTITY.
           MOVE WS-RMA-LOT TO RMA-LOT-NUMBER.
           MOVE WS-RMA-SERIAL TO RMA-SERIAL-NUMBER.
           MOVE WS-RMA-REASON TO RMA-REASON-CODE.
           MOVE "O" TO RMA-STATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO RMA-AUTH-DATE.
           MOVE SPACES TO RMA-LAST-RECEIPT-DATE.
           MOVE WS-OPERATOR-ID TO RMA-OPERATOR-ID.
           WRITE RMA-RECORD.
           IF WS-RMA-STATUS = "22"
               DISPLAY "[!] RMA already on file: " WS-RMA-NUMBER
               MOVE "N" TO WS-OPERATION-OK
           ELSE IF WS-RMA-STATUS NOT = "00"
               DISPLAY "[!] RMA could not be written - status "
                   WS-RMA-STATUS
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               DISPLAY "RMA " WS-RMA-NUMBER " authorized for "
                   WS-RMA-QTY " of " WS-ITEM-ID " on order "
                   WS-RMA-ORDER
           END-IF
           END-IF.
           CLOSE RMA-FILE.

       RMA-CHECK-SHIPPED.
           MOVE 0 TO WS-RMA-SHIPPED.
           MOVE SPACE TO WS-RMA-SER-STATE.
           MOVE SPACES TO WS-RMA-SER-ORDER.
           MOVE "N" TO WS-AUDIT-EOF.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               MOVE "O" TO WS-AUR-PATH
               MOVE WS-RMA-ORDER TO WS-AUR-ORDER
               PERFORM AUDIT-START-RANGE
               PERFORM UNTIL WS-AUDIT-EOF = "Y"
                   PERFORM AUDIT-READ-RANGE
                   IF WS-AUDIT-EOF NOT = "Y"
                           AND WS-AUDIT-STATUS = "00"
                       IF AUD-OPERATION = "SHIP"
                               AND AUD-ORDER-NUMBER = WS-RMA-ORDER
                               AND AUD-ITEM-ID = WS-ITEM-ID
                               AND AUD-WAREHOUSE-CODE
                                   = WS-WAREHOUSE-CODE
                           COMPUTE WS-RMA-SHIPPED = WS-RMA-SHIPPED
                               + AUD-OLD-QUANTITY - AUD-NEW-QUANTITY
                       END-IF
                   END-IF
                   IF WS-AUDIT-EOF NOT = "Y"
                           AND WS-AUDIT-STATUS NOT = "00"
                       DISPLAY "[!] audit read failed - status "
                           WS-AUDIT-STATUS
                       MOVE "Y" TO WS-AUDIT-EOF
                   END-IF
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           IF WS-RMA-SERIAL NOT = SPACES
               OPEN INPUT SERIAL-FILE
               IF WS-SER-STATUS = "00"
                   MOVE WS-ITEM-ID TO SER-ITEM-ID
                   MOVE WS-WAREHOUSE-CODE TO SER-WAREHOUSE-CODE
                   MOVE WS-RMA-SERIAL TO SER-NUMBER
                   READ SERIAL-FILE KEY IS SER-KEY
                   IF WS-SER-STATUS = "00"
                       MOVE SER-STATUS TO WS-RMA-SER-STATE
                       MOVE SER-ORDER-NUMBER TO WS-RMA-SER-ORDER
                   END-IF
                   CLOSE SERIAL-FILE
               END-IF
           END-IF.
           PERFORM RMA-SUM-OTHER.
           COMPUTE WS-RMA-RETURNABLE =
               WS-RMA-SHIPPED - WS-RMA-OTHER - WS-RMA-PRIOR-QTY.
           IF WS-RMA-SERIAL NOT = SPACES
                   AND WS-RMA-SER-STATE = SPACE
               DISPLAY "[!] serial " WS-RMA-SERIAL " not on file at "
                   WS-WAREHOUSE-CODE
               MOVE "N" TO WS-RMA-VALID
           ELSE IF WS-RMA-SERIAL NOT = SPACES
                   AND WS-RMA-SER-STATE NOT = "S"
               DISPLAY "[!] serial " WS-RMA-SERIAL " is not shipped"
                   " - status " WS-RMA-SER-STATE
               MOVE "N" TO WS-RMA-VALID
           ELSE IF WS-RMA-SERIAL NOT = SPACES
                   AND WS-RMA-SER-STATE = "S"
                   AND WS-RMA-SER-ORDER = WS-RMA-ORDER
               CONTINUE
           ELSE IF WS-RMA-QTY > WS-RMA-RETURNABLE
               DISPLAY "[!] order " WS-RMA-ORDER " shipped "
                   WS-RMA-SHIPPED " of " WS-ITEM-ID " - "
                   WS-RMA-OTHER " already on other RMAs"
               MOVE "N" TO WS-RMA-VALID
           END-IF
           END-IF
           END-IF
           END-IF.

       RMA-SUM-OTHER.
           MOVE 0 TO WS-RMA-OTHER.
           OPEN INPUT RMA-FILE.
           IF WS-RMA-STATUS = "00"
               PERFORM UNTIL WS-RMA-STATUS NOT = "00"
                   READ RMA-FILE NEXT
                       AT END MOVE "99" TO WS-RMA-STATUS
                   NOT AT END
                       IF RMA-NUMBER NOT = WS-RMA-NUMBER
                               AND RMA-ORDER-NUMBER = WS-RMA-ORDER
                               AND RMA-ITEM-ID = WS-ITEM-ID
                               AND RMA-WAREHOUSE-CODE
                                   = WS-WAREHOUSE-CODE
                               AND RMA-STATUS NOT = "X"
                           IF RMA-STATUS = "C"
                               ADD RMA-RECEIVED-QUANTITY
                                   TO WS-RMA-OTHER
                           ELSE
                               ADD RMA-AUTHORIZED-QUANTITY
                                   TO WS-RMA-OTHER
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RMA-FILE
           END-IF.

       RMA-RECEIVE.
           DISPLAY "(1/3) RMA number:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-RMA-NUMBER.
           DISPLAY "(2/3) quantity received:".
           PERFORM GET-INPUT
           COMPUTE WS-RMA-QTY = FUNCTION NUMVAL(WS-INPUT-LINE).
           DISPLAY "(3/3) disposition (RESTOCK/QAHOLD/SCRAP):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-RMA-DISPOSITION.
           MOVE FUNCTION UPPER-CASE(WS-RMA-DISPOSITION)
               TO WS-RMA-DISPOSITION.
           MOVE SPACES TO WS-RMA-QA-LOT.
           IF WS-RMA-DISPOSITION = "QAHOLD"
               DISPLAY "QA hold lot number (blank for R + RMA"
                   " number):"
               PERFORM GET-INPUT
               MOVE WS-INPUT-LINE TO WS-RMA-QA-LOT
               IF WS-RMA-QA-LOT = SPACES
                   STRING "R" WS-RMA-NUMBER(1:9)
                       DELIMITED BY SIZE INTO WS-RMA-QA-LOT
                   END-STRING
               END-IF
           END-IF.

           DISPLAY " ".
           MOVE "Y" TO WS-RMA-VALID.
           IF WS-RMA-DISPOSITION NOT = "RESTOCK"
                   AND WS-RMA-DISPOSITION NOT = "QAHOLD"
                   AND WS-RMA-DISPOSITION NOT = "SCRAP"
               DISPLAY "[!] disposition must be RESTOCK, QAHOLD or"
                   " SCRAP"
               MOVE "N" TO WS-RMA-VALID
           ELSE IF WS-RMA-QTY = 0
               DISPLAY "[!] quantity received must be over zero"
               MOVE "N" TO WS-RMA-VALID
           ELSE
               PERFORM RMA-LOAD-FOR-RECEIPT
           END-IF
           END-IF.
           IF WS-RMA-VALID = "Y"
               PERFORM RMA-CHECK-SHIPPED
           END-IF.
           IF WS-RMA-VALID = "Y"
               PERFORM RMA-POST-RECEIPT
           ELSE
               MOVE "N" TO WS-OPERATION-OK
           END-IF.

       RMA-LOAD-FOR-RECEIPT.
           OPEN INPUT RMA-FILE.
           IF WS-RMA-STATUS NOT = "00"
               DISPLAY "[!] no RMAs on file"
               MOVE "N" TO WS-RMA-VALID
           ELSE
               MOVE WS-RMA-NUMBER TO RMA-NUMBER
               READ RMA-FILE KEY IS RMA-NUMBER
               IF WS-RMA-STATUS NOT = "00"
                   DISPLAY "[!] RMA not on file: " WS-RMA-NUMBER
                   MOVE "N" TO WS-RMA-VALID
               ELSE IF RMA-STATUS NOT = "O" AND RMA-STATUS NOT = "P"
                   DISPLAY "[!] RMA " WS-RMA-NUMBER
                       " is not open - status " RMA-STATUS
                   MOVE "N" TO WS-RMA-VALID
               ELSE IF RMA-RECEIVED-QUANTITY + WS-RMA-QTY
                       > RMA-AUTHORIZED-QUANTITY
                   DISPLAY "[!] RMA " WS-RMA-NUMBER " authorizes "
                       RMA-AUTHORIZED-QUANTITY " - "
                       RMA-RECEIVED-QUANTITY " already received"
                   MOVE "N" TO WS-RMA-VALID
               ELSE
                   MOVE RMA-ORDER-NUMBER TO WS-RMA-ORDER
                   MOVE RMA-ITEM-ID TO WS-ITEM-ID
                   MOVE RMA-WAREHOUSE-CODE TO WS-WAREHOUSE-CODE
                   MOVE RMA-LOT-NUMBER TO WS-RMA-LOT
                   MOVE RMA-SERIAL-NUMBER TO WS-RMA-SERIAL
                   MOVE RMA-REASON-CODE TO WS-RMA-REASON
                   MOVE RMA-RECEIVED-QUANTITY TO WS-RMA-PRIOR-QTY
               END-IF
               END-IF
               END-IF
               CLOSE RMA-FILE
           END-IF.

       RMA-POST-RECEIPT.
           MOVE WS-ITEM-ID TO ITEM-ID.
           MOVE WS-WAREHOUSE-CODE TO WAREHOUSE-CODE.
           OPEN I-O INVENTORY-FILE.
           PERFORM INVENTORY-READ-RETRY.
           IF FILE-STATUS NOT = "00"
               DISPLAY "[!] " WS-ITEM-ID " " WS-WAREHOUSE-CODE
                   " not on file - receipt not posted"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               MOVE ITEM-QUANTITY TO WS-OLD-QUANTITY
               IF WS-RMA-DISPOSITION NOT = "SCRAP"
                   ADD WS-RMA-QTY TO ITEM-QUANTITY
               END-IF
               REWRITE INVENTORY-RECORD
               IF FILE-STATUS NOT = "00"
                   DISPLAY "[!] item could not be updated -"
                       " receipt not posted"
                   MOVE "N" TO WS-OPERATION-OK
               ELSE
                   PERFORM RMA-AUDIT-RECEIPT
                   PERFORM RMA-ROUTE-STOCK
                   PERFORM RMA-UPDATE-RECORD
               END-IF
           END-IF.
           CLOSE INVENTORY-FILE.

       RMA-AUDIT-RECEIPT.
           MOVE "RETURN" TO AUD-OPERATION.
           MOVE ITEM-ID TO AUD-ITEM-ID.
           MOVE WAREHOUSE-CODE TO AUD-WAREHOUSE-CODE.
           MOVE WS-OLD-QUANTITY TO AUD-OLD-QUANTITY.
           MOVE ITEM-QUANTITY TO AUD-NEW-QUANTITY.
           MOVE ITEM-PRICE TO AUD-OLD-PRICE.
           MOVE ITEM-PRICE TO AUD-NEW-PRICE.
           MOVE ITEM-ALLOCATED-QUANTITY TO AUD-OLD-ALLOCATED.
           MOVE ITEM-ALLOCATED-QUANTITY TO AUD-NEW-ALLOCATED.
           IF WS-RMA-DISPOSITION = "SCRAP"
               MOVE "SCRP" TO AUD-REASON-CODE
           ELSE
               MOVE "RET" TO AUD-REASON-CODE
           END-IF.
           MOVE WS-RMA-ORDER TO WS-AUDIT-ORDER-NO.
           PERFORM AUDIT-WRITE-ENTRY.

       RMA-ROUTE-STOCK.
           IF WS-RMA-DISPOSITION = "RESTOCK"
                   AND WS-RMA-LOT NOT = SPACES
               MOVE WS-RMA-LOT TO WS-LOT-NUMBER
               MOVE SPACES TO WS-LOT-EXPIRY
               MOVE WS-RMA-QTY TO WS-LOT-DELTA
               PERFORM LOT-APPLY-DELTA
           END-IF.
           IF WS-RMA-DISPOSITION = "QAHOLD"
               MOVE WS-RMA-QA-LOT TO WS-LOT-NUMBER
               MOVE SPACES TO WS-LOT-EXPIRY
               MOVE WS-RMA-QTY TO WS-LOT-DELTA
               PERFORM LOT-APPLY-DELTA
               PERFORM RMA-HOLD-LOT
           END-IF.
           IF WS-RMA-SERIAL NOT = SPACES
               IF WS-RMA-DISPOSITION = "SCRAP"
                   MOVE "X" TO WS-RMA-SER-NEW
               ELSE
                   MOVE "I" TO WS-RMA-SER-NEW
               END-IF
               PERFORM RMA-SERIAL-RETURN
           END-IF.

       RMA-HOLD-LOT.
           OPEN I-O LOT-FILE.
           MOVE ITEM-ID TO LOT-ITEM-ID.
           MOVE WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE.
           MOVE WS-RMA-QA-LOT TO LOT-NUMBER.
           PERFORM LOT-READ-RETRY.
           IF WS-LOT-STATUS = "00"
               MOVE "Q" TO LOT-STATUS
               REWRITE LOT-RECORD
           END-IF.
           IF WS-LOT-STATUS NOT = "00"
               DISPLAY "[!] lot " WS-RMA-QA-LOT " could not be put"
                   " on QA hold - place it on hold manually"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               MOVE "LOTHOLD" TO AUD-OPERATION
               MOVE ITEM-ID TO AUD-ITEM-ID
               MOVE WAREHOUSE-CODE TO AUD-WAREHOUSE-CODE
               MOVE ITEM-QUANTITY TO AUD-OLD-QUANTITY
               MOVE ITEM-QUANTITY TO AUD-NEW-QUANTITY
               MOVE ITEM-PRICE TO AUD-OLD-PRICE
               MOVE ITEM-PRICE TO AUD-NEW-PRICE
               MOVE ITEM-ALLOCATED-QUANTITY TO AUD-OLD-ALLOCATED
               MOVE ITEM-ALLOCATED-QUANTITY TO AUD-NEW-ALLOCATED
               MOVE "RET" TO AUD-REASON-CODE
               MOVE WS-RMA-QA-LOT TO WS-AUDIT-ORDER-NO
               PERFORM AUDIT-WRITE-ENTRY
               DISPLAY "returned stock held in lot " WS-RMA-QA-LOT
           END-IF.
           CLOSE LOT-FILE.

       RMA-SERIAL-RETURN.
           OPEN I-O SERIAL-FILE.
           IF WS-SER-STATUS NOT = "00"
               DISPLAY "[!] no serial details on file - serial not"
                   " returned: " WS-RMA-SERIAL
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               MOVE ITEM-ID TO SER-ITEM-ID
               MOVE WAREHOUSE-CODE TO SER-WAREHOUSE-CODE
               MOVE WS-RMA-SERIAL TO SER-NUMBER
               READ SERIAL-FILE KEY IS SER-KEY
               IF WS-SER-STATUS NOT = "00"
                   DISPLAY "[!] serial not on file: " WS-RMA-SERIAL
                   MOVE "N" TO WS-OPERATION-OK
               ELSE
                   MOVE WS-RMA-SER-NEW TO SER-STATUS
                   MOVE FUNCTION CURRENT-DATE
                       TO WS-CURRENT-DATETIME
                   MOVE WS-CURRENT-DATETIME(1:8) TO SER-LAST-DATE
                   MOVE "RETURN" TO SER-LAST-OPERATION
                   MOVE WS-OPERATOR-ID TO SER-LAST-OPERATOR
                   MOVE WS-RMA-NUMBER TO SER-ORDER-NUMBER
                   REWRITE SERIAL-RECORD
                   IF WS-SER-STATUS NOT = "00"
                       DISPLAY "[!] serial could not be updated: "
                           WS-RMA-SERIAL
                       MOVE "N" TO WS-OPERATION-OK
                   END-IF
               END-IF
               CLOSE SERIAL-FILE
           END-IF.

       RMA-UPDATE-RECORD.
           OPEN I-O RMA-FILE.
           MOVE WS-RMA-NUMBER TO RMA-NUMBER.
           READ RMA-FILE KEY IS RMA-NUMBER.
           IF WS-RMA-STATUS = "00"
               ADD WS-RMA-QTY TO RMA-RECEIVED-QUANTITY
               IF WS-RMA-DISPOSITION = "RESTOCK"
                   ADD WS-RMA-QTY TO RMA-RESTOCKED-QUANTITY
               ELSE IF WS-RMA-DISPOSITION = "QAHOLD"
                   ADD WS-RMA-QTY TO RMA-HELD-QUANTITY
               ELSE
                   ADD WS-RMA-QTY TO RMA-SCRAPPED-QUANTITY
               END-IF
               END-IF
               IF RMA-RECEIVED-QUANTITY >= RMA-AUTHORIZED-QUANTITY
                   MOVE "C" TO RMA-STATUS
               ELSE
                   MOVE "P" TO RMA-STATUS
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:8)
                   TO RMA-LAST-RECEIPT-DATE
               REWRITE RMA-RECORD
           END-IF.
           IF WS-RMA-STATUS NOT = "00"
               DISPLAY "[!] RMA " WS-RMA-NUMBER " could not be"
                   " updated - status " WS-RMA-STATUS
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               DISPLAY "received " WS-RMA-QTY " of " WS-ITEM-ID
                   " on RMA " WS-RMA-NUMBER " - "
                   WS-RMA-DISPOSITION
               DISPLAY "RMA status: " RMA-STATUS " received "
                   RMA-RECEIVED-QUANTITY " of "
                   RMA-AUTHORIZED-QUANTITY
           END-IF.
           CLOSE RMA-FILE.

       RMA-CANCEL.
           DISPLAY "(1/1) RMA number:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-RMA-NUMBER.

           DISPLAY " ".
           OPEN I-O RMA-FILE.
           IF WS-RMA-STATUS NOT = "00"
               DISPLAY "[!] no RMAs on file"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               MOVE WS-RMA-NUMBER TO RMA-NUMBER
               READ RMA-FILE KEY IS RMA-NUMBER
               IF WS-RMA-STATUS NOT = "00"
                   DISPLAY "[!] RMA not on file: " WS-RMA-NUMBER
                   MOVE "N" TO WS-OPERATION-OK
               ELSE IF RMA-STATUS NOT = "O" AND RMA-STATUS NOT = "P"
                   DISPLAY "[!] RMA " WS-RMA-NUMBER
                       " is not open - status " RMA-STATUS
                   MOVE "N" TO WS-OPERATION-OK
               ELSE
                   IF RMA-STATUS = "O"
                       MOVE "X" TO RMA-STATUS
                   ELSE
                       MOVE "C" TO RMA-STATUS
                   END-IF
                   REWRITE RMA-RECORD
                   IF WS-RMA-STATUS NOT = "00"
                       DISPLAY "[!] RMA could not be updated -"
                           " status " WS-RMA-STATUS
                       MOVE "N" TO WS-OPERATION-OK
                   ELSE IF RMA-STATUS = "X"
                       DISPLAY "RMA " WS-RMA-NUMBER " cancelled"
                   ELSE
                       DISPLAY "RMA " WS-RMA-NUMBER " closed short"
                           " at " RMA-RECEIVED-QUANTITY
                   END-IF
                   END-IF
               END-IF
               END-IF
               CLOSE RMA-FILE
           END-IF.

       RMA-AGING.
           DISPLAY " ".
           MOVE 0 TO WS-RMA-OPEN-COUNT.
           MOVE 0 TO WS-RMA-OUTSTANDING.
           PERFORM VARYING WS-RMA-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-RMA-BUCKET-IDX > 4
               MOVE 0 TO WS-RMA-BUCKET-COUNT(WS-RMA-BUCKET-IDX)
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RMA-TODAY.
           OPEN INPUT RMA-FILE.
           IF WS-RMA-STATUS NOT = "00"
               DISPLAY "[!] no RMAs on file"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               OPEN OUTPUT RMA-AGING-FILE
               MOVE SPACES TO WS-RMA-LINE
               STRING "OPEN RMA AGING RUN DATE: "
                   WS-CURRENT-DATETIME(1:8)
                   DELIMITED BY SIZE INTO WS-RMA-LINE
               END-STRING
               MOVE WS-RMA-LINE TO RMA-AGING-RECORD
               WRITE RMA-AGING-RECORD
               MOVE SPACES TO WS-RMA-LINE
               STRING "RMA        | ORDER      | ITEM ID    | WH    |"
                   " AUTHORIZED | RECEIVED | AUTH DATE | DAYS  |"
                   " BUCKET   | RSN"
                   DELIMITED BY SIZE INTO WS-RMA-LINE
               END-STRING
               MOVE WS-RMA-LINE TO RMA-AGING-RECORD
               WRITE RMA-AGING-RECORD
               DISPLAY WS-RMA-LINE(1:70)
               PERFORM UNTIL WS-RMA-STATUS NOT = "00"
                   READ RMA-FILE NEXT
                       AT END MOVE "99" TO WS-RMA-STATUS
                   NOT AT END
                       IF RMA-STATUS = "O" OR RMA-STATUS = "P"
                           PERFORM RMA-AGING-LINE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RMA-FILE
               MOVE SPACES TO WS-RMA-LINE
               STRING "OPEN RMAS: " WS-RMA-OPEN-COUNT
                   " UNITS OUTSTANDING: " WS-RMA-OUTSTANDING
                   " 0-7: " WS-RMA-BUCKET-COUNT(1)
                   " 8-30: " WS-RMA-BUCKET-COUNT(2)
                   " 31-60: " WS-RMA-BUCKET-COUNT(3)
                   " OVER 60: " WS-RMA-BUCKET-COUNT(4)
                   DELIMITED BY SIZE INTO WS-RMA-LINE
               END-STRING
               MOVE WS-RMA-LINE TO RMA-AGING-RECORD
               WRITE RMA-AGING-RECORD
               CLOSE RMA-AGING-FILE
               DISPLAY " "
               DISPLAY "open RMAs: " WS-RMA-OPEN-COUNT
               DISPLAY "units outstanding: " WS-RMA-OUTSTANDING
               DISPLAY "0-7 days: " WS-RMA-BUCKET-COUNT(1)
                   "  8-30 days: " WS-RMA-BUCKET-COUNT(2)
               DISPLAY "31-60 days: " WS-RMA-BUCKET-COUNT(3)
                   "  over 60 days: " WS-RMA-BUCKET-COUNT(4)
               DISPLAY "report written to rma-aging"
           END-IF.

       RMA-AGING-LINE.
           ADD 1 TO WS-RMA-OPEN-COUNT.
           COMPUTE WS-RMA-OUTSTANDING = WS-RMA-OUTSTANDING
               + RMA-AUTHORIZED-QUANTITY - RMA-RECEIVED-QUANTITY.
           MOVE 0 TO WS-RMA-AGE.
           IF RMA-AUTH-DATE IS NUMERIC
               MOVE RMA-AUTH-DATE TO WS-RMA-AUTH-NUM
               COMPUTE WS-RMA-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-RMA-TODAY)
                       - FUNCTION INTEGER-OF-DATE(WS-RMA-AUTH-NUM)
           END-IF.
           IF WS-RMA-AGE <= 7
               MOVE 1 TO WS-RMA-BUCKET-IDX
               MOVE "0-7" TO WS-RMA-BUCKET-NAME
           ELSE IF WS-RMA-AGE <= 30
               MOVE 2 TO WS-RMA-BUCKET-IDX
               MOVE "8-30" TO WS-RMA-BUCKET-NAME
           ELSE IF WS-RMA-AGE <= 60
               MOVE 3 TO WS-RMA-BUCKET-IDX
               MOVE "31-60" TO WS-RMA-BUCKET-NAME
           ELSE
               MOVE 4 TO WS-RMA-BUCKET-IDX
               MOVE "OVER 60" TO WS-RMA-BUCKET-NAME
           END-IF
           END-IF
           END-IF.
           ADD 1 TO WS-RMA-BUCKET-COUNT(WS-RMA-BUCKET-IDX).
           MOVE SPACES TO WS-RMA-LINE.
           STRING RMA-NUMBER " | " RMA-ORDER-NUMBER " | "
               RMA-ITEM-ID " | " RMA-WAREHOUSE-CODE " | "
               RMA-AUTHORIZED-QUANTITY "   | "
               RMA-RECEIVED-QUANTITY " | " RMA-AUTH-DATE "  | "
               WS-RMA-AGE " | " WS-RMA-BUCKET-NAME " | "
               RMA-REASON-CODE
               DELIMITED BY SIZE INTO WS-RMA-LINE
           END-STRING.
           MOVE WS-RMA-LINE TO RMA-AGING-RECORD.
           WRITE RMA-AGING-RECORD.
           DISPLAY WS-RMA-LINE(1:70).

       OPERATION-RTV.
           DISPLAY "------------------------------------------".
           DISPLAY "RETURN TO VENDOR".
           DISPLAY " ".
           DISPLAY "action (LIST/RETURN):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-RTV-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-RTV-ACTION) TO WS-RTV-ACTION.

           IF WS-RTV-ACTION = "LIST"
               PERFORM RTV-LIST
           ELSE IF WS-RTV-ACTION = "RETURN"
               PERFORM RTV-RETURN
           ELSE
               DISPLAY " "
               DISPLAY "[!] unknown action - use LIST or RETURN"
               MOVE "N" TO WS-OPERATION-OK
           END-IF
           END-IF.

       RTV-LIST.
           DISPLAY " ".
           MOVE 0 TO WS-RTV-LOTS.
           OPEN INPUT LOT-FILE.
           IF WS-LOT-STATUS NOT = "00"
               DISPLAY "[!] no lot details on file"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               OPEN INPUT LOT-RECEIPT-FILE
               DISPLAY
               "ITEM ID    |"
               " WH    |"
               " LOT        |"
               " QUANTITY |"
               " PO         |"
               " VENDOR"
               PERFORM UNTIL WS-LOT-STATUS NOT = "00"
                   READ LOT-FILE NEXT
                       AT END MOVE "99" TO WS-LOT-STATUS
                   NOT AT END
                       IF LOT-STATUS = "R" AND LOT-QUANTITY > 0
                           PERFORM RTV-LIST-LOT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LOT-RECEIPT-FILE
               CLOSE LOT-FILE
               DISPLAY " "
               DISPLAY "rejected lots awaiting return: " WS-RTV-LOTS
           END-IF.

       RTV-LIST-LOT.
           ADD 1 TO WS-RTV-LOTS.
           MOVE LOT-KEY TO LRC-KEY.
           READ LOT-RECEIPT-FILE KEY IS LRC-KEY.
           IF WS-LRC-STATUS NOT = "00"
               MOVE "(no link)" TO LRC-PO-NUMBER
               MOVE SPACES TO LRC-VENDOR-ID
           END-IF.
           DISPLAY LOT-ITEM-ID " | " LOT-WAREHOUSE-CODE " | "
               LOT-NUMBER " | " LOT-QUANTITY " | " LRC-PO-NUMBER
               " | " LRC-VENDOR-ID.

       RTV-RETURN.
           DISPLAY "(1/5) ID:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-ITEM-ID.
           DISPLAY "(2/5) warehouse code:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-WAREHOUSE-CODE.
           DISPLAY "(3/5) lot number:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-LOT-NUMBER.
           DISPLAY "(4/5) quantity (blank for the whole lot):".
           PERFORM GET-INPUT
           IF WS-INPUT-LINE = SPACES
               MOVE 0 TO WS-RTV-QTY
           ELSE
               COMPUTE WS-RTV-QTY = FUNCTION NUMVAL(WS-INPUT-LINE)
           END-IF.
           DISPLAY "(5/5) bin number (blank if none):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-RTV-BIN.

           DISPLAY " ".
           PERFORM RTV-CHECK-LOT.
           IF WS-RTV-VALID = "Y"
               PERFORM RTV-FIND-RECEIPT
           END-IF.
           IF WS-RTV-VALID = "Y"
               PERFORM RTV-POST
           ELSE
               MOVE "N" TO WS-OPERATION-OK
           END-IF.

       RTV-CHECK-LOT.
           MOVE "Y" TO WS-RTV-VALID.
           OPEN INPUT LOT-FILE.
           IF WS-LOT-STATUS NOT = "00"
               DISPLAY "[!] no lot details on file"
               MOVE "N" TO WS-RTV-VALID
           ELSE
               MOVE WS-ITEM-ID TO LOT-ITEM-ID
               MOVE WS-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE
               MOVE WS-LOT-NUMBER TO LOT-NUMBER
               READ LOT-FILE KEY IS LOT-KEY
               IF WS-LOT-STATUS NOT = "00"
                   DISPLAY "[!] lot not on file: " WS-LOT-NUMBER
                   MOVE "N" TO WS-RTV-VALID
               ELSE IF LOT-STATUS NOT = "R"
                   DISPLAY "[!] lot " WS-LOT-NUMBER " is not on"
                       " reject status - place it on REJ hold first"
                   MOVE "N" TO WS-RTV-VALID
               ELSE
                   IF WS-RTV-QTY = 0
                       MOVE LOT-QUANTITY TO WS-RTV-QTY
                   END-IF
                   IF WS-RTV-QTY = 0 OR WS-RTV-QTY > LOT-QUANTITY
                       DISPLAY "[!] lot " WS-LOT-NUMBER " holds "
                           LOT-QUANTITY " - nothing to return"
                           " at that quantity"
                       MOVE "N" TO WS-RTV-VALID
                   END-IF
               END-IF
               END-IF
               CLOSE LOT-FILE
           END-IF.

       RTV-FIND-RECEIPT.
           MOVE "N" TO WS-RTV-LINKED.
           MOVE SPACES TO WS-RTV-PO-NUMBER.
           MOVE 0 TO WS-RTV-PO-LINE.
           MOVE SPACES TO WS-RTV-VENDOR.
           MOVE 0 TO WS-RTV-COST.
           OPEN INPUT LOT-RECEIPT-FILE.
           IF WS-LRC-STATUS = "00"
               MOVE WS-ITEM-ID TO LRC-ITEM-ID
               MOVE WS-WAREHOUSE-CODE TO LRC-WAREHOUSE-CODE
               MOVE WS-LOT-NUMBER TO LRC-LOT-NUMBER
               READ LOT-RECEIPT-FILE KEY IS LRC-KEY
               IF WS-LRC-STATUS = "00"
                   MOVE "Y" TO WS-RTV-LINKED
                   MOVE LRC-PO-NUMBER TO WS-RTV-PO-NUMBER
                   MOVE LRC-PO-LINE TO WS-RTV-PO-LINE
                   MOVE LRC-VENDOR-ID TO WS-RTV-VENDOR
                   MOVE LRC-UNIT-COST TO WS-RTV-COST
               END-IF
               CLOSE LOT-RECEIPT-FILE
           END-IF.
           IF WS-RTV-LINKED = "N"
               DISPLAY "lot " WS-LOT-NUMBER " has no receipt link -"
                   " PO number (blank if none):"
               PERFORM GET-INPUT
               MOVE WS-INPUT-LINE TO WS-RTV-PO-NUMBER
               IF WS-RTV-PO-NUMBER NOT = SPACES
                   DISPLAY "PO line:"
                   PERFORM GET-INPUT
                   COMPUTE WS-RTV-PO-LINE =
                       FUNCTION NUMVAL(WS-INPUT-LINE)
               END-IF
               DISPLAY " "
           END-IF.
           IF WS-RTV-PO-NUMBER NOT = SPACES
               OPEN INPUT PO-FILE
               MOVE WS-RTV-PO-NUMBER TO PO-NUMBER
               MOVE WS-RTV-PO-LINE TO PO-LINE-NUMBER
               READ PO-FILE KEY IS PO-KEY
               IF WS-PO-STATUS NOT = "00"
                   DISPLAY "[!] PO line not on file: "
                       WS-RTV-PO-NUMBER " line " WS-RTV-PO-LINE
                   MOVE "N" TO WS-RTV-VALID
               ELSE IF PO-ITEM-ID NOT = WS-ITEM-ID
                       OR PO-WAREHOUSE-CODE NOT = WS-WAREHOUSE-CODE
                   DISPLAY "[!] PO " WS-RTV-PO-NUMBER " line "
                       WS-RTV-PO-LINE " is for " PO-ITEM-ID " "
                       PO-WAREHOUSE-CODE
                   MOVE "N" TO WS-RTV-VALID
               ELSE
                   MOVE PO-VENDOR-ID TO WS-RTV-VENDOR
               END-IF
               END-IF
               CLOSE PO-FILE
           END-IF.

       RTV-POST.
           MOVE WS-ITEM-ID TO ITEM-ID.
           MOVE WS-WAREHOUSE-CODE TO WAREHOUSE-CODE.
           OPEN I-O INVENTORY-FILE.
           PERFORM INVENTORY-READ-RETRY.
           IF FILE-STATUS NOT = "00"
               DISPLAY "[!] " WS-ITEM-ID " " WS-WAREHOUSE-CODE
                   " not on file - return not posted"
               MOVE "N" TO WS-OPERATION-OK
           ELSE IF WS-RTV-QTY > ITEM-QUANTITY
               DISPLAY "[!] on-hand " ITEM-QUANTITY " is below the"
                   " return quantity - return not posted"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               IF WS-RTV-VENDOR = SPACES
                   MOVE ITEM-VENDOR-ID TO WS-RTV-VENDOR
               END-IF
               IF WS-RTV-COST = 0
                   MOVE ITEM-UNIT-COST TO WS-RTV-COST
               END-IF
               MOVE ITEM-QUANTITY TO WS-OLD-QUANTITY
               SUBTRACT WS-RTV-QTY FROM ITEM-QUANTITY
               IF ITEM-QUANTITY < ITEM-ALLOCATED-QUANTITY
                   DISPLAY "[!] warning: on-hand is now below"
                       " allocated quantity"
               END-IF
               REWRITE INVENTORY-RECORD
               IF FILE-STATUS NOT = "00"
                   DISPLAY "[!] item could not be updated -"
                       " return not posted"
                   MOVE "N" TO WS-OPERATION-OK
               ELSE
                   PERFORM RTV-APPLY-RETURN
               END-IF
           END-IF
           END-IF.
           CLOSE INVENTORY-FILE.

       RTV-APPLY-RETURN.
           MOVE "RTV" TO AUD-OPERATION.
           MOVE ITEM-ID TO AUD-ITEM-ID.
           MOVE WAREHOUSE-CODE TO AUD-WAREHOUSE-CODE.
           MOVE WS-OLD-QUANTITY TO AUD-OLD-QUANTITY.
           MOVE ITEM-QUANTITY TO AUD-NEW-QUANTITY.
           MOVE ITEM-PRICE TO AUD-OLD-PRICE.
           MOVE ITEM-PRICE TO AUD-NEW-PRICE.
           MOVE ITEM-ALLOCATED-QUANTITY TO AUD-OLD-ALLOCATED.
           MOVE ITEM-ALLOCATED-QUANTITY TO AUD-NEW-ALLOCATED.
           MOVE "RTV" TO AUD-REASON-CODE.
           MOVE WS-RTV-PO-NUMBER TO WS-AUDIT-ORDER-NO.
           PERFORM AUDIT-WRITE-ENTRY.
           MOVE SPACES TO WS-LOT-EXPIRY.
           COMPUTE WS-LOT-DELTA = 0 - WS-RTV-QTY.
           PERFORM LOT-APPLY-DELTA.
           IF WS-RTV-BIN NOT = SPACES
               MOVE WS-RTV-BIN TO WS-BIN-NUMBER
               COMPUTE WS-BIN-DELTA = 0 - WS-RTV-QTY
               PERFORM BIN-APPLY-DELTA
           END-IF.
           IF WS-RTV-PO-NUMBER NOT = SPACES
               PERFORM RTV-REVERSE-PO
           END-IF.
           PERFORM RTV-WRITE-MEMO.

       RTV-REVERSE-PO.
           OPEN I-O PO-FILE.
           MOVE WS-RTV-PO-NUMBER TO PO-NUMBER.
           MOVE WS-RTV-PO-LINE TO PO-LINE-NUMBER.
           READ PO-FILE KEY IS PO-KEY.
           IF WS-PO-STATUS = "00"
               IF WS-RTV-QTY > PO-RECEIVED-QUANTITY
                   MOVE 0 TO PO-RECEIVED-QUANTITY
               ELSE
                   SUBTRACT WS-RTV-QTY FROM PO-RECEIVED-QUANTITY
               END-IF
               REWRITE PO-RECORD
           END-IF.
           IF WS-PO-STATUS NOT = "00"
               DISPLAY "[!] PO " WS-RTV-PO-NUMBER " line "
                   WS-RTV-PO-LINE " received quantity not reversed"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               DISPLAY "PO " WS-RTV-PO-NUMBER " line "
                   WS-RTV-PO-LINE " received now "
                   PO-RECEIVED-QUANTITY
           END-IF.
           CLOSE PO-FILE.

       RTV-WRITE-MEMO.
           COMPUTE WS-RTV-AMOUNT = WS-RTV-QTY * WS-RTV-COST.
           MOVE "DEBITMEMO" TO WS-ICF-ID.
           PERFORM CONTROL-GET-SEQUENCE.
           COMPUTE WS-RTV-MEMO = WS-ICF-LAST + 1.
           MOVE WS-RTV-COST TO WS-RTV-COST-X.
           MOVE WS-RTV-AMOUNT TO WS-RTV-AMOUNT-X.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE SPACES TO WS-RTV-LINE.
           STRING WS-RTV-MEMO "," WS-CURRENT-DATETIME(1:8) ","
               FUNCTION TRIM(WS-RTV-VENDOR) ","
               FUNCTION TRIM(WS-RTV-PO-NUMBER) "," WS-RTV-PO-LINE ","
               FUNCTION TRIM(WS-ITEM-ID) ","
               FUNCTION TRIM(WS-WAREHOUSE-CODE) ","
               FUNCTION TRIM(WS-LOT-NUMBER) "," WS-RTV-QTY ","
               FUNCTION TRIM(WS-RTV-COST-X) ","
               FUNCTION TRIM(WS-RTV-AMOUNT-X) ","
               FUNCTION TRIM(WS-OPERATOR-ID)
               DELIMITED BY SIZE INTO WS-RTV-LINE
           END-STRING.
           OPEN EXTEND DEBIT-MEMO-FILE.
           IF WS-DBM-STATUS = "35"
               OPEN OUTPUT DEBIT-MEMO-FILE
           END-IF.
           IF WS-DBM-STATUS NOT = "00"
               DISPLAY "[!] debit-memos could not be opened -"
                   " raise the memo by hand: " WS-RTV-AMOUNT-X
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               MOVE WS-RTV-LINE TO DEBIT-MEMO-RECORD
               WRITE DEBIT-MEMO-RECORD
               CLOSE DEBIT-MEMO-FILE
               MOVE "DEBITMEMO" TO WS-ICF-ID
               MOVE WS-RTV-MEMO TO WS-ICF-SEQ
               PERFORM CONTROL-PUT-SEQUENCE
               DISPLAY "returned " WS-RTV-QTY " of " WS-ITEM-ID
                   " lot " WS-LOT-NUMBER " to vendor " WS-RTV-VENDOR
               DISPLAY "debit memo " WS-RTV-MEMO " for "
                   WS-RTV-AMOUNT-X " written to debit-memos"
           END-IF.

       OPERATION-SALESORDER.
           DISPLAY "------------------------------------------".
           DISPLAY "SALES ORDER INQUIRY AND OPEN ORDERS".
           DISPLAY " ".
           DISPLAY "action (INQUIRE/LATE):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-SO-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-SO-ACTION) TO WS-SO-ACTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-SO-TODAY.

           IF WS-SO-ACTION = "INQUIRE"
               PERFORM SALES-ORDER-INQUIRE
           ELSE IF WS-SO-ACTION = "LATE"
               PERFORM SALES-ORDER-LATE
           ELSE
               DISPLAY "[!] unknown action: " WS-SO-ACTION
               MOVE "N" TO WS-OPERATION-OK
           END-IF
           END-IF.

       SALES-ORDER-INQUIRE.
           DISPLAY "(1/1) order number:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-SO-ORDER.
           DISPLAY " ".
           OPEN INPUT SALES-ORDER-FILE.
           IF WS-SO-STATUS NOT = "00"
               DISPLAY "[!] no sales orders on file"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               MOVE WS-SO-ORDER TO SO-ORDER-NUMBER
               MOVE 0 TO SO-LINE-NUMBER
               READ SALES-ORDER-FILE KEY IS SO-KEY
               IF WS-SO-STATUS NOT = "00"
                   DISPLAY "[!] order not on file: " WS-SO-ORDER
                   MOVE "N" TO WS-OPERATION-OK
               ELSE
                   PERFORM SALES-ORDER-SHOW-HEADER
                   PERFORM SALES-ORDER-SHOW-LINES
               END-IF
               CLOSE SALES-ORDER-FILE
               IF WS-OPERATION-OK NOT = "N"
                   PERFORM SALES-ORDER-SHOW-BACKORDERS
                   PERFORM SALES-ORDER-SHOW-HISTORY
                   PERFORM SALES-ORDER-SHOW-RMAS
               END-IF
           END-IF.

       SALES-ORDER-SHOW-HEADER.
           PERFORM SALES-ORDER-CHECK-LATE.
           IF SOH-STATUS = "C"
               MOVE "CLOSED" TO WS-SO-STATUS-TEXT
           ELSE
               MOVE "OPEN" TO WS-SO-STATUS-TEXT
           END-IF.
           DISPLAY "order: " SO-ORDER-NUMBER
               "  customer: " SOH-CUSTOMER-ID.
           DISPLAY "order date: " SOH-ORDER-DATE
               "  requested ship: " SOH-REQUESTED-SHIP-DATE.
           DISPLAY "status: " WS-SO-STATUS-TEXT
               "  last updated: " SOH-LAST-UPDATE.
           IF WS-SO-HDR-LATE = "Y"
               DISPLAY "[!] late - " WS-SO-DAYS-LATE
                   " days past requested ship date"
           END-IF.
           DISPLAY " ".

       SALES-ORDER-CHECK-LATE.
           MOVE "N" TO WS-SO-HDR-LATE.
           MOVE 0 TO WS-SO-DAYS-LATE.
           IF SOH-STATUS NOT = "C"
                   AND SOH-REQUESTED-SHIP-DATE IS NUMERIC
               MOVE SOH-REQUESTED-SHIP-DATE TO WS-SO-SHIP-NUM
               IF WS-SO-SHIP-NUM < WS-SO-TODAY
                   MOVE "Y" TO WS-SO-HDR-LATE
                   COMPUTE WS-SO-DAYS-LATE =
                       FUNCTION INTEGER-OF-DATE(WS-SO-TODAY)
                           - FUNCTION INTEGER-OF-DATE(WS-SO-SHIP-NUM)
               END-IF
           END-IF.

       SALES-ORDER-SHOW-LINES.
           DISPLAY
           "LN  |"
           " ITEM ID    |"
           " WH    |"
           " ORDERED  |"
           " ALLOC    |"
           " PICKED   |"
           " SHIPPED  |"
           " BACKORD  |"
           " STATUS".
           MOVE "N" TO WS-SO-EOF.
           MOVE WS-SO-ORDER TO SO-ORDER-NUMBER.
           MOVE 1 TO SO-LINE-NUMBER.
           START SALES-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SO-EOF
           END-START.
           PERFORM UNTIL WS-SO-EOF = "Y"
               READ SALES-ORDER-FILE NEXT
                   AT END MOVE "Y" TO WS-SO-EOF
               NOT AT END
                   IF SO-ORDER-NUMBER NOT = WS-SO-ORDER
                       MOVE "Y" TO WS-SO-EOF
                   ELSE
                       PERFORM SALES-ORDER-LINE-TEXT
                       DISPLAY SO-LINE-NUMBER " | "
                           SOL-ITEM-ID " | "
                           SOL-WAREHOUSE-CODE " | "
                           SOL-ORDERED-QUANTITY " | "
                           SOL-ALLOCATED-QUANTITY " | "
                           SOL-PICKED-QUANTITY " | "
                           SOL-SHIPPED-QUANTITY " | "
                           SOL-BACKORDERED-QUANTITY " | "
                           WS-SO-STATUS-TEXT
                   END-IF
               END-READ
               IF WS-SO-EOF NOT = "Y"
                       AND WS-SO-STATUS NOT = "00"
                   DISPLAY "[!] sales order read failed - status "
                       WS-SO-STATUS
                   MOVE "Y" TO WS-SO-EOF
               END-IF
           END-PERFORM.

       SALES-ORDER-LINE-TEXT.
           IF SOL-STATUS = "S"
               MOVE "SHIPPED" TO WS-SO-STATUS-TEXT
           ELSE IF SOL-STATUS = "P"
               MOVE "PART SHIPPED" TO WS-SO-STATUS-TEXT
           ELSE IF SOL-STATUS = "K"
               MOVE "PICKING" TO WS-SO-STATUS-TEXT
           ELSE IF SOL-STATUS = "B"
               MOVE "BACKORDERED" TO WS-SO-STATUS-TEXT
           ELSE IF SOL-STATUS = "A"
               MOVE "ALLOCATED" TO WS-SO-STATUS-TEXT
           ELSE IF SOL-STATUS = "R"
               MOVE "REJECTED" TO WS-SO-STATUS-TEXT
           ELSE
               MOVE "OPEN" TO WS-SO-STATUS-TEXT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       SALES-ORDER-SHOW-BACKORDERS.
           DISPLAY " ".
           DISPLAY "open backorders:".
           OPEN INPUT BACKORDER-FILE.
           IF WS-BKO-STATUS = "00"
               MOVE WS-SO-ORDER TO BKO-ORDER-NUMBER
               MOVE LOW-VALUES TO BKO-ITEM-ID
               MOVE LOW-VALUES TO BKO-WAREHOUSE-CODE
               START BACKORDER-FILE KEY IS NOT LESS THAN BKO-KEY
                   INVALID KEY
                       MOVE "99" TO WS-BKO-STATUS
               END-START
               PERFORM UNTIL WS-BKO-STATUS NOT = "00"
                   READ BACKORDER-FILE NEXT
                       AT END MOVE "99" TO WS-BKO-STATUS
                   NOT AT END
                       IF BKO-ORDER-NUMBER NOT = WS-SO-ORDER
                           MOVE "98" TO WS-BKO-STATUS
                       ELSE
                           DISPLAY "  " BKO-ITEM-ID " "
                               BKO-WAREHOUSE-CODE " open "
                               BKO-OPEN-QUANTITY " since " BKO-DATE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKORDER-FILE
           END-IF.

       SALES-ORDER-SHOW-HISTORY.
           DISPLAY " ".
           DISPLAY "history:".
           MOVE 0 TO WS-SO-HIST-COUNT.
           MOVE "N" TO WS-AUDIT-EOF.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               MOVE "O" TO WS-AUR-PATH
               MOVE WS-SO-ORDER TO WS-AUR-ORDER
               PERFORM AUDIT-START-RANGE
               PERFORM UNTIL WS-AUDIT-EOF = "Y"
                   PERFORM AUDIT-READ-RANGE
                   IF WS-AUDIT-EOF NOT = "Y"
                           AND WS-AUDIT-STATUS = "00"
                       IF AUD-ORDER-NUMBER = WS-SO-ORDER
                           PERFORM SALES-ORDER-HISTORY-LINE
                       END-IF
                   END-IF
                   IF WS-AUDIT-EOF NOT = "Y"
                           AND WS-AUDIT-STATUS NOT = "00"
                       DISPLAY "[!] audit read failed - status "
                           WS-AUDIT-STATUS
                       MOVE "Y" TO WS-AUDIT-EOF
                   END-IF
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           IF WS-SO-HIST-COUNT = 0
               DISPLAY "  no audit entries for this order"
           END-IF.

       SALES-ORDER-HISTORY-LINE.
           ADD 1 TO WS-SO-HIST-COUNT.
           MOVE SPACES TO WS-SO-LINE.
           STRING "  " AUD-DATE " " AUD-TIME(1:4) " "
               AUD-OPERATION " " AUD-ITEM-ID " "
               AUD-WAREHOUSE-CODE " QTY " AUD-OLD-QUANTITY "->"
               AUD-NEW-QUANTITY " ALLOC " AUD-OLD-ALLOCATED "->"
               AUD-NEW-ALLOCATED " " AUD-REASON-CODE " "
               AUD-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-SO-LINE
           END-STRING.
           DISPLAY FUNCTION TRIM(WS-SO-LINE TRAILING).

       SALES-ORDER-SHOW-RMAS.
           OPEN INPUT RMA-FILE.
           IF WS-RMA-STATUS = "00"
               DISPLAY " "
               DISPLAY "returns:"
               PERFORM UNTIL WS-RMA-STATUS NOT = "00"
                   READ RMA-FILE NEXT
                       AT END MOVE "99" TO WS-RMA-STATUS
                   NOT AT END
                       IF RMA-ORDER-NUMBER = WS-SO-ORDER
                           DISPLAY "  RMA " RMA-NUMBER " "
                               RMA-ITEM-ID " auth "
                               RMA-AUTHORIZED-QUANTITY " recv "
                               RMA-RECEIVED-QUANTITY " status "
                               RMA-STATUS
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RMA-FILE
           END-IF.

       SALES-ORDER-LATE.
           DISPLAY " ".
           MOVE 0 TO WS-SO-OPEN-ORDERS.
           MOVE 0 TO WS-SO-LATE-ORDERS.
           MOVE 0 TO WS-SO-LATE-LINES.
           MOVE 0 TO WS-SO-LATE-UNITS.
           MOVE "N" TO WS-SO-HDR-LATE.
           OPEN INPUT SALES-ORDER-FILE.
           IF WS-SO-STATUS NOT = "00"
               DISPLAY "[!] no sales orders on file"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               OPEN OUTPUT OPEN-ORDER-FILE
               MOVE SPACES TO WS-SO-LINE
               STRING "LATE OPEN ORDERS RUN DATE: " WS-SO-TODAY
                   DELIMITED BY SIZE INTO WS-SO-LINE
               END-STRING
               MOVE WS-SO-LINE TO OPEN-ORDER-RECORD
               WRITE OPEN-ORDER-RECORD
               MOVE SPACES TO WS-SO-LINE
               STRING "ORDER      | CUSTOMER   | SHIP DATE | LATE  |"
                   " ITEM ID    | WH    | ORDERED  | SHIPPED  |"
                   " OPEN     | STATUS"
                   DELIMITED BY SIZE INTO WS-SO-LINE
               END-STRING
               MOVE WS-SO-LINE TO OPEN-ORDER-RECORD
               WRITE OPEN-ORDER-RECORD
               DISPLAY WS-SO-LINE(1:70)
               MOVE "N" TO WS-SO-EOF
               PERFORM UNTIL WS-SO-EOF = "Y"
                   READ SALES-ORDER-FILE NEXT
                       AT END MOVE "Y" TO WS-SO-EOF
                   NOT AT END
                       IF SO-LINE-NUMBER = 0
                           PERFORM SALES-ORDER-LATE-HEADER
                       ELSE IF WS-SO-HDR-LATE = "Y"
                               AND SOL-STATUS NOT = "S"
                               AND SOL-STATUS NOT = "R"
                           PERFORM SALES-ORDER-LATE-LINE
                       END-IF
                       END-IF
                   END-READ
                   IF WS-SO-EOF NOT = "Y"
                           AND WS-SO-STATUS NOT = "00"
                       DISPLAY "[!] sales order scan stopped early -"
                           " status " WS-SO-STATUS
                           " - report incomplete"
                       MOVE "N" TO WS-OPERATION-OK
                       MOVE "Y" TO WS-SO-EOF
                   END-IF
               END-PERFORM
               CLOSE SALES-ORDER-FILE
               MOVE SPACES TO WS-SO-LINE
               STRING "OPEN ORDERS: " WS-SO-OPEN-ORDERS
                   " LATE ORDERS: " WS-SO-LATE-ORDERS
                   " LATE LINES: " WS-SO-LATE-LINES
                   " UNITS OUTSTANDING: " WS-SO-LATE-UNITS
                   DELIMITED BY SIZE INTO WS-SO-LINE
               END-STRING
               MOVE WS-SO-LINE TO OPEN-ORDER-RECORD
               WRITE OPEN-ORDER-RECORD
               CLOSE OPEN-ORDER-FILE
               DISPLAY " "
               DISPLAY "open orders: " WS-SO-OPEN-ORDERS
               DISPLAY "late orders: " WS-SO-LATE-ORDERS
               DISPLAY "late lines: " WS-SO-LATE-LINES
               DISPLAY "late units outstanding: " WS-SO-LATE-UNITS
               DISPLAY "report written to open-orders"
           END-IF.

       SALES-ORDER-LATE-HEADER.
           PERFORM SALES-ORDER-CHECK-LATE.
           IF SOH-STATUS NOT = "C"
               ADD 1 TO WS-SO-OPEN-ORDERS
           END-IF.
           IF WS-SO-HDR-LATE = "Y"
               ADD 1 TO WS-SO-LATE-ORDERS
               MOVE SOH-CUSTOMER-ID TO WS-SO-CUSTOMER
               MOVE SOH-REQUESTED-SHIP-DATE TO WS-SO-SHIP-DATE
           END-IF.

       SALES-ORDER-LATE-LINE.
           ADD 1 TO WS-SO-LATE-LINES.
           IF SOL-SHIPPED-QUANTITY < SOL-ORDERED-QUANTITY
               COMPUTE WS-SO-OUTSTANDING =
                   SOL-ORDERED-QUANTITY - SOL-SHIPPED-QUANTITY
           ELSE
               MOVE 0 TO WS-SO-OUTSTANDING
           END-IF.
           ADD WS-SO-OUTSTANDING TO WS-SO-LATE-UNITS.
           PERFORM SALES-ORDER-LINE-TEXT.
           MOVE SPACES TO WS-SO-LINE.
           STRING SO-ORDER-NUMBER " | " WS-SO-CUSTOMER " | "
               WS-SO-SHIP-DATE "  | " WS-SO-DAYS-LATE " | "
               SOL-ITEM-ID " | " SOL-WAREHOUSE-CODE " | "
               SOL-ORDERED-QUANTITY " | " SOL-SHIPPED-QUANTITY " | "
               WS-SO-OUTSTANDING " | " WS-SO-STATUS-TEXT
               DELIMITED BY SIZE INTO WS-SO-LINE
           END-STRING.
           MOVE WS-SO-LINE TO OPEN-ORDER-RECORD.
           WRITE OPEN-ORDER-RECORD.
           DISPLAY WS-SO-LINE(1:70).

       SALES-ORDER-OPEN.
           MOVE "N" TO WS-SO-OPEN.
           OPEN I-O SALES-ORDER-FILE.
           IF WS-SO-STATUS = "35"
               OPEN OUTPUT SALES-ORDER-FILE
               CLOSE SALES-ORDER-FILE
               OPEN I-O SALES-ORDER-FILE
           END-IF.
           IF WS-SO-STATUS = "00"
               MOVE "Y" TO WS-SO-OPEN
           ELSE
               DISPLAY "[!] sales-orders file could not be opened -"
                   " status " WS-SO-STATUS
               MOVE "N" TO WS-OPERATION-OK
           END-IF.

       SALES-ORDER-CLOSE.
           IF WS-SO-OPEN = "Y"
               CLOSE SALES-ORDER-FILE
               MOVE "N" TO WS-SO-OPEN
           END-IF.

       SALES-ORDER-RESET.
           MOVE SPACES TO WS-SO-CUSTOMER.
           MOVE SPACES TO WS-SO-ORDER-DATE.
           MOVE SPACES TO WS-SO-SHIP-DATE.
           MOVE "N" TO WS-SO-CREATE.
           MOVE "N" TO WS-SO-REJECT.
           MOVE 0 TO WS-SO-ADD-ORDERED.
           MOVE 0 TO WS-SO-ADD-ALLOCATED.
           MOVE 0 TO WS-SO-ADD-PICKED.
           MOVE 0 TO WS-SO-ADD-SHIPPED.
           MOVE 0 TO WS-SO-ADD-BACKORDERED.

       SALES-ORDER-POST-LINE.
           IF WS-SO-OPEN = "Y" AND WS-SO-ORDER NOT = SPACES
               PERFORM SALES-ORDER-FIND-LINE
               IF WS-SO-FOUND = "Y"
                   PERFORM SALES-ORDER-APPLY-DELTAS
                   REWRITE SALES-ORDER-RECORD
                   PERFORM SALES-ORDER-CHECK-WRITE
               ELSE IF WS-SO-CREATE = "Y"
                   PERFORM SALES-ORDER-ADD-LINE
               ELSE
                   DISPLAY "[!] order " WS-SO-ORDER " has no sales"
                       " order line for " WS-SO-ITEM " " WS-SO-WH
               END-IF
               END-IF
           END-IF.

       SALES-ORDER-FIND-LINE.
           MOVE "N" TO WS-SO-FOUND.
           MOVE 0 TO WS-SO-LAST-LINE.
           MOVE "N" TO WS-SO-EOF.
           MOVE WS-SO-ORDER TO SO-ORDER-NUMBER.
           MOVE 1 TO SO-LINE-NUMBER.
           START SALES-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SO-EOF
           END-START.
           PERFORM UNTIL WS-SO-EOF = "Y" OR WS-SO-FOUND = "Y"
               READ SALES-ORDER-FILE NEXT
                   AT END MOVE "Y" TO WS-SO-EOF
               NOT AT END
                   IF SO-ORDER-NUMBER NOT = WS-SO-ORDER
                       MOVE "Y" TO WS-SO-EOF
                   ELSE
                       MOVE SO-LINE-NUMBER TO WS-SO-LAST-LINE
                       IF SOL-ITEM-ID = WS-SO-ITEM
                               AND SOL-WAREHOUSE-CODE = WS-SO-WH
                           MOVE "Y" TO WS-SO-FOUND
                       END-IF
                   END-IF
               END-READ
               IF WS-SO-EOF NOT = "Y"
                       AND WS-SO-STATUS NOT = "00"
                   MOVE "Y" TO WS-SO-EOF
               END-IF
           END-PERFORM.

       SALES-ORDER-ADD-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-SO-ORDER TO SO-ORDER-NUMBER.
           MOVE 0 TO SO-LINE-NUMBER.
           READ SALES-ORDER-FILE KEY IS SO-KEY.
           IF WS-SO-STATUS NOT = "00"
               MOVE SPACES TO SO-HEADER-DATA
               MOVE WS-SO-ORDER TO SO-ORDER-NUMBER
               MOVE 0 TO SO-LINE-NUMBER
               MOVE WS-SO-CUSTOMER TO SOH-CUSTOMER-ID
               IF WS-SO-ORDER-DATE = SPACES
                   MOVE WS-CURRENT-DATETIME(1:8) TO SOH-ORDER-DATE
               ELSE
                   MOVE WS-SO-ORDER-DATE TO SOH-ORDER-DATE
               END-IF
               MOVE WS-SO-SHIP-DATE TO SOH-REQUESTED-SHIP-DATE
               MOVE "O" TO SOH-STATUS
               MOVE WS-CURRENT-DATETIME(1:8) TO SOH-LAST-UPDATE
               WRITE SALES-ORDER-RECORD
           END-IF.
           IF WS-SO-STATUS NOT = "00"
               PERFORM SALES-ORDER-CHECK-WRITE
           ELSE
               MOVE SPACES TO SO-LINE-DATA
               MOVE WS-SO-ORDER TO SO-ORDER-NUMBER
               COMPUTE SO-LINE-NUMBER = WS-SO-LAST-LINE + 1
               MOVE WS-SO-ITEM TO SOL-ITEM-ID
               MOVE WS-SO-WH TO SOL-WAREHOUSE-CODE
               MOVE 0 TO SOL-ORDERED-QUANTITY
               MOVE 0 TO SOL-ALLOCATED-QUANTITY
               MOVE 0 TO SOL-PICKED-QUANTITY
               MOVE 0 TO SOL-SHIPPED-QUANTITY
               MOVE 0 TO SOL-BACKORDERED-QUANTITY
               IF WS-SO-REJECT = "Y"
                   MOVE "R" TO SOL-STATUS
               END-IF
               PERFORM SALES-ORDER-APPLY-DELTAS
               WRITE SALES-ORDER-RECORD
               PERFORM SALES-ORDER-CHECK-WRITE
           END-IF.

       SALES-ORDER-APPLY-DELTAS.
           ADD WS-SO-ADD-ORDERED TO SOL-ORDERED-QUANTITY.
           ADD WS-SO-ADD-SHIPPED TO SOL-SHIPPED-QUANTITY.
           COMPUTE WS-SO-WORK =
               SOL-ALLOCATED-QUANTITY + WS-SO-ADD-ALLOCATED.
           IF WS-SO-WORK < 0
               MOVE 0 TO WS-SO-WORK
           END-IF.
           MOVE WS-SO-WORK TO SOL-ALLOCATED-QUANTITY.
           COMPUTE WS-SO-WORK =
               SOL-PICKED-QUANTITY + WS-SO-ADD-PICKED.
           IF WS-SO-WORK < 0
               MOVE 0 TO WS-SO-WORK
           END-IF.
           MOVE WS-SO-WORK TO SOL-PICKED-QUANTITY.
           COMPUTE WS-SO-WORK =
               SOL-BACKORDERED-QUANTITY + WS-SO-ADD-BACKORDERED.
           IF WS-SO-WORK < 0
               MOVE 0 TO WS-SO-WORK
           END-IF.
           MOVE WS-SO-WORK TO SOL-BACKORDERED-QUANTITY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO SOL-LAST-UPDATE.
           IF SOL-SHIPPED-QUANTITY >= SOL-ORDERED-QUANTITY
                   AND SOL-SHIPPED-QUANTITY > 0
               MOVE "S" TO SOL-STATUS
           ELSE IF SOL-SHIPPED-QUANTITY > 0
               MOVE "P" TO SOL-STATUS
           ELSE IF SOL-PICKED-QUANTITY > 0
               MOVE "K" TO SOL-STATUS
           ELSE IF SOL-BACKORDERED-QUANTITY > 0
               MOVE "B" TO SOL-STATUS
           ELSE IF SOL-ALLOCATED-QUANTITY > 0
               MOVE "A" TO SOL-STATUS
           ELSE IF SOL-STATUS NOT = "R"
               MOVE "O" TO SOL-STATUS
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       SALES-ORDER-CHECK-WRITE.
           IF WS-SO-STATUS NOT = "00"
               DISPLAY "[!] sales order " WS-SO-ORDER
                   " could not be updated - status " WS-SO-STATUS
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               PERFORM SALES-ORDER-REFRESH-HEADER
           END-IF.

       SALES-ORDER-REFRESH-HEADER.
           MOVE "C" TO WS-SO-HDR-STATUS.
           MOVE "N" TO WS-SO-EOF.
           MOVE WS-SO-ORDER TO SO-ORDER-NUMBER.
           MOVE 1 TO SO-LINE-NUMBER.
           START SALES-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SO-EOF
           END-START.
           PERFORM UNTIL WS-SO-EOF = "Y"
               READ SALES-ORDER-FILE NEXT
                   AT END MOVE "Y" TO WS-SO-EOF
               NOT AT END
                   IF SO-ORDER-NUMBER NOT = WS-SO-ORDER
                       MOVE "Y" TO WS-SO-EOF
                   ELSE IF SOL-STATUS NOT = "S"
                           AND SOL-STATUS NOT = "R"
                       MOVE "O" TO WS-SO-HDR-STATUS
                   END-IF
                   END-IF
               END-READ
               IF WS-SO-EOF NOT = "Y"
                       AND WS-SO-STATUS NOT = "00"
                   MOVE "Y" TO WS-SO-EOF
               END-IF
           END-PERFORM.
           MOVE WS-SO-ORDER TO SO-ORDER-NUMBER.
           MOVE 0 TO SO-LINE-NUMBER.
           READ SALES-ORDER-FILE KEY IS SO-KEY.
           IF WS-SO-STATUS = "00"
               MOVE WS-SO-HDR-STATUS TO SOH-STATUS
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:8) TO SOH-LAST-UPDATE
               REWRITE SALES-ORDER-RECORD
           END-IF.
           IF WS-SO-STATUS NOT = "00"
               DISPLAY "[!] sales order header not updated: "
                   WS-SO-ORDER " - status " WS-SO-STATUS
           END-IF.

       ALLOCATE-UPDATE-SALES-ORDER.
           PERFORM SALES-ORDER-RESET.
           MOVE ORD-ORDER-NUMBER TO WS-SO-ORDER.
           MOVE ORD-ITEM-ID TO WS-SO-ITEM.
           MOVE ORD-WAREHOUSE-CODE TO WS-SO-WH.
           MOVE ORD-CUSTOMER-ID TO WS-SO-CUSTOMER.
           MOVE ORD-ORDER-DATE TO WS-SO-ORDER-DATE.
           MOVE ORD-REQUESTED-SHIP-DATE TO WS-SO-SHIP-DATE.
           MOVE "Y" TO WS-SO-CREATE.
           MOVE ORD-QUANTITY TO WS-SO-ADD-ORDERED.
           IF WS-ALO-REJECT = "Y"
               MOVE "Y" TO WS-SO-REJECT
           ELSE
               MOVE WS-ALO-QTY TO WS-SO-ADD-ALLOCATED
               MOVE WS-ALO-BACKORDER TO WS-SO-ADD-BACKORDERED
           END-IF.
           PERFORM SALES-ORDER-POST-LINE.

       OPERATION-WAVE.
           DISPLAY "------------------------------------------".
           DISPLAY "WAVE PICK PLANNING".
           DISPLAY " ".
           DISPLAY "(1/2) warehouse code (blank for all):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-WV-WH.
           DISPLAY "(2/2) ship cutoff date (YYYYMMDD, blank for"
               " today):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-WV-CUTOFF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           IF WS-WV-CUTOFF = SPACES
               MOVE WS-CURRENT-DATETIME(1:8) TO WS-WV-CUTOFF
           END-IF.

           DISPLAY " ".
           IF WS-WV-CUTOFF IS NOT NUMERIC
               DISPLAY "[!] invalid cutoff date: " WS-WV-CUTOFF
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               MOVE 0 TO WS-WV-WAVES
               MOVE 0 TO WS-WV-LINES
               MOVE 0 TO WS-WV-UNITS
               PERFORM WAVE-COLLECT-LINES
               IF WS-WV-ORD-COUNT = 0
                   DISPLAY "[!] no allocated order lines due by "
                       WS-WV-CUTOFF
                   MOVE "N" TO WS-OPERATION-OK
               ELSE
                   IF WS-WV-OVERFLOW = "Y"
                       DISPLAY "[!] more than 500 order lines -"
                           " remainder left for the next wave"
                   END-IF
                   PERFORM VARYING WS-WV-SCAN-IDX FROM 1 BY 1
                           UNTIL WS-WV-SCAN-IDX > WS-WV-ORD-COUNT
                       IF WS-WV-ORD-DONE(WS-WV-SCAN-IDX) = "N"
                           MOVE WS-WV-ORD-WH(WS-WV-SCAN-IDX)
                               TO WS-WV-CUR-WH
                           PERFORM WAVE-BUILD
                       END-IF
                   END-PERFORM
                   DISPLAY " "
                   DISPLAY "waves planned: " WS-WV-WAVES
                   DISPLAY "order lines released: " WS-WV-LINES
                   DISPLAY "units to pick: " WS-WV-UNITS
               END-IF
           END-IF.

       WAVE-COLLECT-LINES.
           MOVE 0 TO WS-WV-ORD-COUNT.
           MOVE "N" TO WS-WV-OVERFLOW.
           MOVE "N" TO WS-WV-HDR-OK.
           OPEN INPUT SALES-ORDER-FILE.
           IF WS-SO-STATUS = "00"
               MOVE "N" TO WS-SO-EOF
               PERFORM UNTIL WS-SO-EOF = "Y"
                   READ SALES-ORDER-FILE NEXT
                       AT END MOVE "Y" TO WS-SO-EOF
                   NOT AT END
                       IF SO-LINE-NUMBER = 0
                           MOVE "N" TO WS-WV-HDR-OK
                           IF SOH-STATUS NOT = "C"
                                   AND (SOH-REQUESTED-SHIP-DATE
                                       = SPACES
                                   OR SOH-REQUESTED-SHIP-DATE
                                       <= WS-WV-CUTOFF)
                               MOVE "Y" TO WS-WV-HDR-OK
                           END-IF
                       ELSE IF WS-WV-HDR-OK = "Y"
                               AND SOL-STATUS NOT = "R"
                               AND SOL-ALLOCATED-QUANTITY
                                   > SOL-PICKED-QUANTITY
                               AND (WS-WV-WH = SPACES
                                   OR SOL-WAREHOUSE-CODE = WS-WV-WH)
                           PERFORM WAVE-ADD-ORDER-LINE
                       END-IF
                       END-IF
                   END-READ
                   IF WS-SO-EOF NOT = "Y"
                           AND WS-SO-STATUS NOT = "00"
                       DISPLAY "[!] sales order read failed - status "
                           WS-SO-STATUS
                       MOVE "Y" TO WS-SO-EOF
                   END-IF
               END-PERFORM
               CLOSE SALES-ORDER-FILE
           END-IF.

       WAVE-ADD-ORDER-LINE.
           IF WS-WV-ORD-COUNT >= 500
               MOVE "Y" TO WS-WV-OVERFLOW
           ELSE
               ADD 1 TO WS-WV-ORD-COUNT
               MOVE SO-ORDER-NUMBER
                   TO WS-WV-ORD-NUMBER(WS-WV-ORD-COUNT)
               MOVE SOL-ITEM-ID TO WS-WV-ORD-ITEM(WS-WV-ORD-COUNT)
               MOVE SOL-WAREHOUSE-CODE
                   TO WS-WV-ORD-WH(WS-WV-ORD-COUNT)
               COMPUTE WS-WV-ORD-QTY(WS-WV-ORD-COUNT) =
                   SOL-ALLOCATED-QUANTITY - SOL-PICKED-QUANTITY
               MOVE 0 TO WS-WV-ORD-PLAN(WS-WV-ORD-COUNT)
               MOVE "N" TO WS-WV-ORD-DONE(WS-WV-ORD-COUNT)
           END-IF.

       WAVE-BUILD.
           MOVE "WAVE" TO WS-ICF-ID.
           PERFORM CONTROL-GET-SEQUENCE.
           COMPUTE WS-WV-NUMBER = WS-ICF-LAST + 1.
           MOVE 0 TO WS-WV-ITM-COUNT.
           PERFORM VARYING WS-WV-ORD-IDX FROM 1 BY 1
                   UNTIL WS-WV-ORD-IDX > WS-WV-ORD-COUNT
               IF WS-WV-ORD-DONE(WS-WV-ORD-IDX) = "N"
                       AND WS-WV-ORD-WH(WS-WV-ORD-IDX) = WS-WV-CUR-WH
                   PERFORM WAVE-ADD-ITEM-NEED
               END-IF
           END-PERFORM.
           PERFORM WAVE-LOAD-OPEN-LINES.
           MOVE 0 TO WS-WV-PCK-COUNT.
           MOVE "N" TO WS-LOT-FILE-OPEN.
           MOVE "N" TO WS-WV-BIN-OPEN.
           OPEN INPUT LOT-FILE.
           IF WS-LOT-STATUS = "00"
               MOVE "Y" TO WS-LOT-FILE-OPEN
           END-IF.
           OPEN INPUT BIN-FILE.
           IF WS-BIN-STATUS = "00"
               MOVE "Y" TO WS-WV-BIN-OPEN
           END-IF.
           PERFORM VARYING WS-WV-ITM-IDX FROM 1 BY 1
                   UNTIL WS-WV-ITM-IDX > WS-WV-ITM-COUNT
               PERFORM WAVE-PLAN-ITEM
           END-PERFORM.
           IF WS-LOT-FILE-OPEN = "Y"
               CLOSE LOT-FILE
           END-IF.
           IF WS-WV-BIN-OPEN = "Y"
               CLOSE BIN-FILE
           END-IF.
           PERFORM WAVE-SORT-PICKS.
           PERFORM WAVE-SPLIT-ORDERS.
           PERFORM WAVE-WRITE-DOCUMENT.
           IF WS-WVP-STATUS = "00"
               PERFORM WAVE-RELEASE-LINES
               MOVE "WAVE" TO WS-ICF-ID
               MOVE WS-WV-NUMBER TO WS-ICF-SEQ
               PERFORM CONTROL-PUT-SEQUENCE
               ADD 1 TO WS-WV-WAVES
           END-IF.
           PERFORM VARYING WS-WV-ORD-IDX FROM 1 BY 1
                   UNTIL WS-WV-ORD-IDX > WS-WV-ORD-COUNT
               IF WS-WV-ORD-WH(WS-WV-ORD-IDX) = WS-WV-CUR-WH
                   MOVE "Y" TO WS-WV-ORD-DONE(WS-WV-ORD-IDX)
               END-IF
           END-PERFORM.

       WAVE-ADD-ITEM-NEED.
           MOVE 0 TO WS-WV-ITM-FOUND.
           PERFORM VARYING WS-WV-ITM-IDX FROM 1 BY 1
                   UNTIL WS-WV-ITM-IDX > WS-WV-ITM-COUNT
                   OR WS-WV-ITM-FOUND > 0
               IF WS-WV-ITM-ID(WS-WV-ITM-IDX)
                       = WS-WV-ORD-ITEM(WS-WV-ORD-IDX)
                   MOVE WS-WV-ITM-IDX TO WS-WV-ITM-FOUND
               END-IF
           END-PERFORM.
           IF WS-WV-ITM-FOUND = 0 AND WS-WV-ITM-COUNT < 200
               ADD 1 TO WS-WV-ITM-COUNT
               MOVE WS-WV-ITM-COUNT TO WS-WV-ITM-FOUND
               MOVE WS-WV-ORD-ITEM(WS-WV-ORD-IDX)
                   TO WS-WV-ITM-ID(WS-WV-ITM-FOUND)
               MOVE 0 TO WS-WV-ITM-NEED(WS-WV-ITM-FOUND)
               MOVE 0 TO WS-WV-ITM-SHORT(WS-WV-ITM-FOUND)
               MOVE 0 TO WS-WV-ITM-OPEN(WS-WV-ITM-FOUND)
           END-IF.
           IF WS-WV-ITM-FOUND > 0
               ADD WS-WV-ORD-QTY(WS-WV-ORD-IDX)
                   TO WS-WV-ITM-NEED(WS-WV-ITM-FOUND)
           ELSE
               MOVE "Y" TO WS-WV-ORD-DONE(WS-WV-ORD-IDX)
               DISPLAY "[!] more than 200 items in wave - order "
                   WS-WV-ORD-NUMBER(WS-WV-ORD-IDX)
                   " left for the next wave"
           END-IF.

       WAVE-LOAD-OPEN-LINES.
           OPEN INPUT WAVE-LINE-FILE.
           IF WS-WVL-STATUS = "00"
               PERFORM UNTIL WS-WVL-STATUS NOT = "00"
                   READ WAVE-LINE-FILE NEXT
                       AT END MOVE "99" TO WS-WVL-STATUS
                   NOT AT END
                       IF WVL-WAREHOUSE-CODE = WS-WV-CUR-WH
                               AND WVL-PLANNED-QUANTITY
                                   > WVL-CONFIRMED-QUANTITY
                           PERFORM WAVE-ADD-OPEN-LINE
                       END-IF
                   END-READ
               END-PERFORM
               IF WS-WVL-STATUS NOT = "99"
                   DISPLAY "[!] wave-lines read failed - status "
                       WS-WVL-STATUS
               END-IF
               CLOSE WAVE-LINE-FILE
           ELSE IF WS-WVL-STATUS NOT = "35"
               DISPLAY "[!] wave-lines could not be opened - status "
                   WS-WVL-STATUS
           END-IF
           END-IF.

       WAVE-ADD-OPEN-LINE.
           PERFORM VARYING WS-WV-ITM-IDX FROM 1 BY 1
                   UNTIL WS-WV-ITM-IDX > WS-WV-ITM-COUNT
               IF WS-WV-ITM-ID(WS-WV-ITM-IDX) = WVL-ITEM-ID
                   COMPUTE WS-WV-ITM-OPEN(WS-WV-ITM-IDX) =
                       WS-WV-ITM-OPEN(WS-WV-ITM-IDX)
                       + WVL-PLANNED-QUANTITY
                       - WVL-CONFIRMED-QUANTITY
               END-IF
           END-PERFORM.

       WAVE-PLAN-ITEM.
           MOVE WS-WV-ITM-ID(WS-WV-ITM-IDX) TO WS-FIND-ID.
           MOVE WS-WV-CUR-WH TO WS-WAREHOUSE-CODE.
           MOVE WS-WV-ITM-NEED(WS-WV-ITM-IDX) TO WS-WV-NEED.
           MOVE 0 TO WS-FEFO-COUNT.
           MOVE "N" TO WS-FEFO-OVERFLOW.
           PERFORM LOT-CHECK-CONTROLLED.
           IF WS-LOT-CONTROLLED = "Y"
               PERFORM FEFO-LOAD-LOTS
               PERFORM FEFO-SORT-LOTS
           ELSE
               MOVE 1 TO WS-FEFO-COUNT
               MOVE SPACES TO WS-FEFO-LOT(1)
               MOVE SPACES TO WS-FEFO-EXPIRY(1)
               MOVE WS-WV-NEED TO WS-FEFO-QTY(1)
           END-IF.
           PERFORM WAVE-LOAD-BINS.
           IF WS-WV-ITM-OPEN(WS-WV-ITM-IDX) > 0
               PERFORM WAVE-TAKE-OPEN-STOCK
           END-IF.
           MOVE 1 TO WS-FEFO-IDX.
           PERFORM UNTIL WS-FEFO-IDX > WS-FEFO-COUNT
                   OR WS-FEFO-QTY(WS-FEFO-IDX) > 0
               ADD 1 TO WS-FEFO-IDX
           END-PERFORM.
           MOVE 1 TO WS-WV-BIN-IDX.
           PERFORM UNTIL WS-WV-BIN-IDX > WS-WV-BIN-COUNT
                   OR WS-WV-BIN-QTY(WS-WV-BIN-IDX) > 0
               ADD 1 TO WS-WV-BIN-IDX
           END-PERFORM.
           IF WS-FEFO-IDX <= WS-FEFO-COUNT
               MOVE WS-FEFO-QTY(WS-FEFO-IDX) TO WS-WV-LOT-LEFT
           END-IF.
           IF WS-WV-BIN-IDX <= WS-WV-BIN-COUNT
               MOVE WS-WV-BIN-QTY(WS-WV-BIN-IDX) TO WS-WV-BIN-LEFT
           END-IF.
           PERFORM WAVE-MERGE-STEP
               UNTIL WS-WV-NEED = 0
                   OR WS-FEFO-IDX > WS-FEFO-COUNT
                   OR WS-WV-BIN-IDX > WS-WV-BIN-COUNT.
           MOVE WS-WV-NEED TO WS-WV-ITM-SHORT(WS-WV-ITM-IDX).

       WAVE-TAKE-OPEN-STOCK.
           IF WS-LOT-CONTROLLED = "Y"
               MOVE WS-WV-ITM-OPEN(WS-WV-ITM-IDX) TO WS-WV-OPEN-LEFT
               PERFORM VARYING WS-FEFO-IDX FROM 1 BY 1
                       UNTIL WS-FEFO-IDX > WS-FEFO-COUNT
                       OR WS-WV-OPEN-LEFT = 0
                   IF WS-FEFO-QTY(WS-FEFO-IDX) > WS-WV-OPEN-LEFT
                       SUBTRACT WS-WV-OPEN-LEFT
                           FROM WS-FEFO-QTY(WS-FEFO-IDX)
                       MOVE 0 TO WS-WV-OPEN-LEFT
                   ELSE
                       SUBTRACT WS-FEFO-QTY(WS-FEFO-IDX)
                           FROM WS-WV-OPEN-LEFT
                       MOVE 0 TO WS-FEFO-QTY(WS-FEFO-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-WV-BIN-ROWS > 0
               MOVE WS-WV-ITM-OPEN(WS-WV-ITM-IDX) TO WS-WV-OPEN-LEFT
               PERFORM VARYING WS-WV-BIN-IDX FROM 1 BY 1
                       UNTIL WS-WV-BIN-IDX > WS-WV-BIN-COUNT
                       OR WS-WV-OPEN-LEFT = 0
                   IF WS-WV-BIN-QTY(WS-WV-BIN-IDX) > WS-WV-OPEN-LEFT
                       SUBTRACT WS-WV-OPEN-LEFT
                           FROM WS-WV-BIN-QTY(WS-WV-BIN-IDX)
                       MOVE 0 TO WS-WV-OPEN-LEFT
                   ELSE
                       SUBTRACT WS-WV-BIN-QTY(WS-WV-BIN-IDX)
                           FROM WS-WV-OPEN-LEFT
                       MOVE 0 TO WS-WV-BIN-QTY(WS-WV-BIN-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       LOT-CHECK-CONTROLLED.
           MOVE "N" TO WS-LOT-CONTROLLED.
           IF WS-LOT-FILE-OPEN = "Y"
               MOVE WS-FIND-ID TO LOT-ITEM-ID
               MOVE WS-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE
               MOVE LOW-VALUES TO LOT-NUMBER
               START LOT-FILE KEY IS NOT LESS THAN LOT-KEY
                   INVALID KEY
                       MOVE "99" TO WS-LOT-STATUS
               END-START
               IF WS-LOT-STATUS = "00"
                   READ LOT-FILE NEXT
                       AT END MOVE "99" TO WS-LOT-STATUS
                   END-READ
                   IF WS-LOT-STATUS = "00"
                           AND LOT-ITEM-ID = WS-FIND-ID
                           AND LOT-WAREHOUSE-CODE = WS-WAREHOUSE-CODE
                       MOVE "Y" TO WS-LOT-CONTROLLED
                   END-IF
               END-IF
           END-IF.

       WAVE-LOAD-BINS.
           MOVE 0 TO WS-WV-BIN-COUNT.
           MOVE 0 TO WS-WV-BIN-ROWS.
           IF WS-WV-BIN-OPEN = "Y"
               MOVE WS-FIND-ID TO BIN-ITEM-ID
               MOVE WS-WAREHOUSE-CODE TO BIN-WAREHOUSE-CODE
               MOVE LOW-VALUES TO BIN-NUMBER
               START BIN-FILE KEY IS NOT LESS THAN BIN-KEY
                   INVALID KEY
                       MOVE "99" TO WS-BIN-STATUS
               END-START
               PERFORM UNTIL WS-BIN-STATUS NOT = "00"
                   READ BIN-FILE NEXT
                       AT END MOVE "99" TO WS-BIN-STATUS
                   NOT AT END
                       IF BIN-ITEM-ID NOT = WS-FIND-ID
                               OR BIN-WAREHOUSE-CODE
                                   NOT = WS-WAREHOUSE-CODE
                           MOVE "98" TO WS-BIN-STATUS
                       ELSE
                           ADD 1 TO WS-WV-BIN-ROWS
                           IF BIN-QUANTITY > 0
                                   AND WS-WV-BIN-COUNT < 50
                               ADD 1 TO WS-WV-BIN-COUNT
                               MOVE BIN-NUMBER TO
                                   WS-WV-BIN-NUMBER(WS-WV-BIN-COUNT)
                               MOVE BIN-QUANTITY
                                   TO WS-WV-BIN-QTY(WS-WV-BIN-COUNT)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-WV-BIN-ROWS = 0
               ADD 1 TO WS-WV-BIN-COUNT
               MOVE HIGH-VALUES TO WS-WV-BIN-NUMBER(WS-WV-BIN-COUNT)
               MOVE 99999999 TO WS-WV-BIN-QTY(WS-WV-BIN-COUNT)
           END-IF.

       WAVE-MERGE-STEP.
           MOVE WS-WV-NEED TO WS-WV-TAKE.
           IF WS-WV-LOT-LEFT < WS-WV-TAKE
               MOVE WS-WV-LOT-LEFT TO WS-WV-TAKE
           END-IF.
           IF WS-WV-BIN-LEFT < WS-WV-TAKE
               MOVE WS-WV-BIN-LEFT TO WS-WV-TAKE
           END-IF.
           IF WS-WV-PCK-COUNT >= 500
               DISPLAY "[!] more than 500 pick lines - "
                   WS-FIND-ID " short on wave " WS-WV-NUMBER
               MOVE WS-FEFO-COUNT TO WS-FEFO-IDX
               ADD 1 TO WS-FEFO-IDX
           ELSE
               ADD 1 TO WS-WV-PCK-COUNT
               MOVE WS-WV-BIN-NUMBER(WS-WV-BIN-IDX)
                   TO WS-WV-PCK-BIN(WS-WV-PCK-COUNT)
               MOVE WS-FIND-ID TO WS-WV-PCK-ITEM(WS-WV-PCK-COUNT)
               MOVE WS-FEFO-LOT(WS-FEFO-IDX)
                   TO WS-WV-PCK-LOT(WS-WV-PCK-COUNT)
               MOVE WS-FEFO-EXPIRY(WS-FEFO-IDX)
                   TO WS-WV-PCK-EXPIRY(WS-WV-PCK-COUNT)
               MOVE WS-WV-TAKE TO WS-WV-PCK-QTY(WS-WV-PCK-COUNT)
               SUBTRACT WS-WV-TAKE FROM WS-WV-NEED
               SUBTRACT WS-WV-TAKE FROM WS-WV-LOT-LEFT
               SUBTRACT WS-WV-TAKE FROM WS-WV-BIN-LEFT
               IF WS-WV-LOT-LEFT = 0
                   ADD 1 TO WS-FEFO-IDX
                   IF WS-FEFO-IDX <= WS-FEFO-COUNT
                       MOVE WS-FEFO-QTY(WS-FEFO-IDX)
                           TO WS-WV-LOT-LEFT
                   END-IF
               END-IF
               IF WS-WV-BIN-LEFT = 0
                   ADD 1 TO WS-WV-BIN-IDX
                   IF WS-WV-BIN-IDX <= WS-WV-BIN-COUNT
                       MOVE WS-WV-BIN-QTY(WS-WV-BIN-IDX)
                           TO WS-WV-BIN-LEFT
                   END-IF
               END-IF
           END-IF.

       WAVE-SORT-PICKS.
           PERFORM VARYING WS-WV-PCK-IDX FROM 1 BY 1
                   UNTIL WS-WV-PCK-IDX >= WS-WV-PCK-COUNT
               PERFORM VARYING WS-WV-PCK-JDX FROM 1 BY 1
                       UNTIL WS-WV-PCK-JDX
                           > WS-WV-PCK-COUNT - WS-WV-PCK-IDX
                   IF WS-WV-PCK-BIN(WS-WV-PCK-JDX)
                           > WS-WV-PCK-BIN(WS-WV-PCK-JDX + 1)
                       OR (WS-WV-PCK-BIN(WS-WV-PCK-JDX)
                           = WS-WV-PCK-BIN(WS-WV-PCK-JDX + 1)
                       AND WS-WV-PCK-ITEM(WS-WV-PCK-JDX)
                           > WS-WV-PCK-ITEM(WS-WV-PCK-JDX + 1))
                       MOVE WS-WV-PCK-ENTRY(WS-WV-PCK-JDX)
                           TO WS-WV-PCK-SWAP
                       MOVE WS-WV-PCK-ENTRY(WS-WV-PCK-JDX + 1)
                           TO WS-WV-PCK-ENTRY(WS-WV-PCK-JDX)
                       MOVE WS-WV-PCK-SWAP
                           TO WS-WV-PCK-ENTRY(WS-WV-PCK-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WAVE-SPLIT-ORDERS.
           PERFORM VARYING WS-WV-ITM-IDX FROM 1 BY 1
                   UNTIL WS-WV-ITM-IDX > WS-WV-ITM-COUNT
               COMPUTE WS-WV-REMAIN = WS-WV-ITM-NEED(WS-WV-ITM-IDX)
                   - WS-WV-ITM-SHORT(WS-WV-ITM-IDX)
               PERFORM VARYING WS-WV-ORD-IDX FROM 1 BY 1
                       UNTIL WS-WV-ORD-IDX > WS-WV-ORD-COUNT
                   IF WS-WV-ORD-DONE(WS-WV-ORD-IDX) = "N"
                           AND WS-WV-ORD-WH(WS-WV-ORD-IDX)
                               = WS-WV-CUR-WH
                           AND WS-WV-ORD-ITEM(WS-WV-ORD-IDX)
                               = WS-WV-ITM-ID(WS-WV-ITM-IDX)
                       IF WS-WV-ORD-QTY(WS-WV-ORD-IDX)
                               > WS-WV-REMAIN
                           MOVE WS-WV-REMAIN
                               TO WS-WV-ORD-PLAN(WS-WV-ORD-IDX)
                       ELSE
                           MOVE WS-WV-ORD-QTY(WS-WV-ORD-IDX)
                               TO WS-WV-ORD-PLAN(WS-WV-ORD-IDX)
                       END-IF
                       SUBTRACT WS-WV-ORD-PLAN(WS-WV-ORD-IDX)
                           FROM WS-WV-REMAIN
                   END-IF
               END-PERFORM
           END-PERFORM.

       WAVE-WRITE-DOCUMENT.
           MOVE SPACES TO WS-WAVE-FILENAME.
           STRING "wave-" WS-WV-NUMBER
               DELIMITED BY SIZE INTO WS-WAVE-FILENAME
           END-STRING.
           OPEN OUTPUT WAVE-PICK-FILE.
           IF WS-WVP-STATUS NOT = "00"
               DISPLAY "[!] pick document could not be written -"
                   " status " WS-WVP-STATUS
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               MOVE SPACES TO WS-WV-LINE
               STRING "WAVE " WS-WV-NUMBER " WAREHOUSE "
                   WS-WV-CUR-WH " SHIP CUTOFF " WS-WV-CUTOFF
                   " PLANNED " WS-CURRENT-DATETIME(1:8)
                   DELIMITED BY SIZE INTO WS-WV-LINE
               END-STRING
               PERFORM WAVE-PUT-LINE
               MOVE SPACES TO WS-WV-LINE
               STRING "SEQ  | BIN    | ITEM ID    | LOT        |"
                   " EXPIRY   | PICK QTY"
                   DELIMITED BY SIZE INTO WS-WV-LINE
               END-STRING
               PERFORM WAVE-PUT-LINE
               PERFORM VARYING WS-WV-PCK-IDX FROM 1 BY 1
                       UNTIL WS-WV-PCK-IDX > WS-WV-PCK-COUNT
                   IF WS-WV-PCK-BIN(WS-WV-PCK-IDX) = HIGH-VALUES
                       MOVE "NO BIN" TO WS-WV-BIN-SHOW
                   ELSE
                       MOVE WS-WV-PCK-BIN(WS-WV-PCK-IDX)
                           TO WS-WV-BIN-SHOW
                   END-IF
                   MOVE SPACES TO WS-WV-LINE
                   STRING WS-WV-PCK-IDX " | " WS-WV-BIN-SHOW " | "
                       WS-WV-PCK-ITEM(WS-WV-PCK-IDX) " | "
                       WS-WV-PCK-LOT(WS-WV-PCK-IDX) " | "
                       WS-WV-PCK-EXPIRY(WS-WV-PCK-IDX) " | "
                       WS-WV-PCK-QTY(WS-WV-PCK-IDX)
                       DELIMITED BY SIZE INTO WS-WV-LINE
                   END-STRING
                   PERFORM WAVE-PUT-LINE
               END-PERFORM
               PERFORM VARYING WS-WV-ITM-IDX FROM 1 BY 1
                       UNTIL WS-WV-ITM-IDX > WS-WV-ITM-COUNT
                   IF WS-WV-ITM-SHORT(WS-WV-ITM-IDX) > 0
                       MOVE SPACES TO WS-WV-LINE
                       STRING "SHORT " WS-WV-ITM-ID(WS-WV-ITM-IDX)
                           " BY " WS-WV-ITM-SHORT(WS-WV-ITM-IDX)
                           " - NOT ENOUGH AVAILABLE LOT/BIN STOCK"
                           DELIMITED BY SIZE INTO WS-WV-LINE
                       END-STRING
                       PERFORM WAVE-PUT-LINE
                   END-IF
               END-PERFORM
               MOVE " " TO WS-WV-LINE
               PERFORM WAVE-PUT-LINE
               MOVE "ORDER BREAKDOWN FOR SORTATION" TO WS-WV-LINE
               PERFORM WAVE-PUT-LINE
               MOVE "ORDER      | ITEM ID    | QTY" TO WS-WV-LINE
               PERFORM WAVE-PUT-LINE
               PERFORM VARYING WS-WV-ORD-IDX FROM 1 BY 1
                       UNTIL WS-WV-ORD-IDX > WS-WV-ORD-COUNT
                   IF WS-WV-ORD-DONE(WS-WV-ORD-IDX) = "N"
                           AND WS-WV-ORD-WH(WS-WV-ORD-IDX)
                               = WS-WV-CUR-WH
                           AND WS-WV-ORD-PLAN(WS-WV-ORD-IDX) > 0
                       MOVE SPACES TO WS-WV-LINE
                       STRING WS-WV-ORD-NUMBER(WS-WV-ORD-IDX) " | "
                           WS-WV-ORD-ITEM(WS-WV-ORD-IDX) " | "
                           WS-WV-ORD-PLAN(WS-WV-ORD-IDX)
                           DELIMITED BY SIZE INTO WS-WV-LINE
                       END-STRING
                       PERFORM WAVE-PUT-LINE
                   END-IF
               END-PERFORM
               CLOSE WAVE-PICK-FILE
               DISPLAY "pick document written to " WS-WAVE-FILENAME
               MOVE "00" TO WS-WVP-STATUS
           END-IF.

       WAVE-PUT-LINE.
           MOVE WS-WV-LINE TO WAVE-PICK-RECORD.
           WRITE WAVE-PICK-RECORD.
           DISPLAY WS-WV-LINE(1:70).

       WAVE-RELEASE-LINES.
           OPEN I-O WAVE-LINE-FILE.
           IF WS-WVL-STATUS = "35"
               OPEN OUTPUT WAVE-LINE-FILE
               CLOSE WAVE-LINE-FILE
               OPEN I-O WAVE-LINE-FILE
           END-IF.
           IF WS-WVL-STATUS NOT = "00"
               DISPLAY "[!] wave-lines file could not be opened -"
                   " status " WS-WVL-STATUS
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               PERFORM SALES-ORDER-OPEN
               PERFORM VARYING WS-WV-ORD-IDX FROM 1 BY 1
                       UNTIL WS-WV-ORD-IDX > WS-WV-ORD-COUNT
                   IF WS-WV-ORD-DONE(WS-WV-ORD-IDX) = "N"
                           AND WS-WV-ORD-WH(WS-WV-ORD-IDX)
                               = WS-WV-CUR-WH
                           AND WS-WV-ORD-PLAN(WS-WV-ORD-IDX) > 0
                       PERFORM WAVE-RELEASE-ONE
                   END-IF
               END-PERFORM
               PERFORM SALES-ORDER-CLOSE
               CLOSE WAVE-LINE-FILE
           END-IF.

       WAVE-RELEASE-ONE.
           MOVE WS-WV-NUMBER TO WVL-WAVE-NUMBER.
           MOVE WS-WV-ORD-NUMBER(WS-WV-ORD-IDX) TO WVL-ORDER-NUMBER.
           MOVE WS-WV-ORD-ITEM(WS-WV-ORD-IDX) TO WVL-ITEM-ID.
           MOVE WS-WV-CUR-WH TO WVL-WAREHOUSE-CODE.
           MOVE WS-WV-ORD-PLAN(WS-WV-ORD-IDX)
               TO WVL-PLANNED-QUANTITY.
           MOVE 0 TO WVL-CONFIRMED-QUANTITY.
           MOVE WS-WV-CUTOFF TO WVL-CUTOFF-DATE.
           MOVE WS-CURRENT-DATETIME(1:8) TO WVL-PLAN-DATE.
           WRITE WAVE-LINE-RECORD.
           IF WS-WVL-STATUS NOT = "00"
               DISPLAY "[!] wave line not recorded: "
                   WVL-ORDER-NUMBER " " WVL-ITEM-ID " - status "
                   WS-WVL-STATUS
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               ADD 1 TO WS-WV-LINES
               ADD WVL-PLANNED-QUANTITY TO WS-WV-UNITS
               PERFORM SALES-ORDER-RESET
               MOVE WVL-ORDER-NUMBER TO WS-SO-ORDER
               MOVE WVL-ITEM-ID TO WS-SO-ITEM
               MOVE WVL-WAREHOUSE-CODE TO WS-SO-WH
               MOVE WVL-PLANNED-QUANTITY TO WS-SO-ADD-PICKED
               PERFORM SALES-ORDER-POST-LINE
           END-IF.

       SHIP-UPDATE-WAVE.
           IF WS-SHP-WVL-OPEN NOT = "Y"
               DISPLAY "[!] wave " PCF-WAVE-NUMBER " not on file -"
                   " order " PCF-ORDER-NUMBER
           ELSE
               MOVE PCF-WAVE-NUMBER TO WVL-WAVE-NUMBER
               MOVE PCF-ORDER-NUMBER TO WVL-ORDER-NUMBER
               MOVE PCF-ITEM-ID TO WVL-ITEM-ID
               MOVE PCF-WAREHOUSE-CODE TO WVL-WAREHOUSE-CODE
               READ WAVE-LINE-FILE KEY IS WVL-KEY
               IF WS-WVL-STATUS = "00"
                   ADD PCF-PICKED-QUANTITY TO WVL-CONFIRMED-QUANTITY
                   REWRITE WAVE-LINE-RECORD
               END-IF
               IF WS-WVL-STATUS NOT = "00"
                   DISPLAY "[!] wave " PCF-WAVE-NUMBER
                       " has no line for order " PCF-ORDER-NUMBER
                       " " PCF-ITEM-ID
               END-IF
               MOVE "N" TO WS-SHP-WAVE-SEEN
               PERFORM VARYING WS-SHP-WAVE-IDX FROM 1 BY 1
                       UNTIL WS-SHP-WAVE-IDX > WS-SHP-WAVE-COUNT
                   IF WS-SHP-WAVE(WS-SHP-WAVE-IDX) = WVL-WAVE-NUMBER
                       MOVE "Y" TO WS-SHP-WAVE-SEEN
                   END-IF
               END-PERFORM
               IF WS-SHP-WAVE-SEEN = "N" AND WS-SHP-WAVE-COUNT < 50
                   ADD 1 TO WS-SHP-WAVE-COUNT
                   MOVE WVL-WAVE-NUMBER
                       TO WS-SHP-WAVE(WS-SHP-WAVE-COUNT)
               END-IF
           END-IF.

       SHIP-REPORT-WAVES.
           OPEN INPUT WAVE-LINE-FILE.
           IF WS-WVL-STATUS = "00"
               DISPLAY " "
               PERFORM VARYING WS-SHP-WAVE-IDX FROM 1 BY 1
                       UNTIL WS-SHP-WAVE-IDX > WS-SHP-WAVE-COUNT
                   PERFORM SHIP-REPORT-ONE-WAVE
               END-PERFORM
               CLOSE WAVE-LINE-FILE
           END-IF.

       SHIP-REPORT-ONE-WAVE.
           MOVE 0 TO WS-SHP-WV-LINES.
           MOVE 0 TO WS-SHP-WV-DONE.
           MOVE 0 TO WS-SHP-WV-PLANNED.
           MOVE 0 TO WS-SHP-WV-CONFIRMED.
           MOVE WS-SHP-WAVE(WS-SHP-WAVE-IDX) TO WVL-WAVE-NUMBER.
           MOVE LOW-VALUES TO WVL-ORDER-NUMBER.
           MOVE LOW-VALUES TO WVL-ITEM-ID.
           MOVE LOW-VALUES TO WVL-WAREHOUSE-CODE.
           START WAVE-LINE-FILE KEY IS NOT LESS THAN WVL-KEY
               INVALID KEY
                   MOVE "99" TO WS-WVL-STATUS
           END-START.
           PERFORM UNTIL WS-WVL-STATUS NOT = "00"
               READ WAVE-LINE-FILE NEXT
                   AT END MOVE "99" TO WS-WVL-STATUS
               NOT AT END
                   IF WVL-WAVE-NUMBER
                           NOT = WS-SHP-WAVE(WS-SHP-WAVE-IDX)
                       MOVE "98" TO WS-WVL-STATUS
                   ELSE
                       ADD 1 TO WS-SHP-WV-LINES
                       ADD WVL-PLANNED-QUANTITY TO WS-SHP-WV-PLANNED
                       ADD WVL-CONFIRMED-QUANTITY
                           TO WS-SHP-WV-CONFIRMED
                       IF WVL-CONFIRMED-QUANTITY
                               >= WVL-PLANNED-QUANTITY
                           ADD 1 TO WS-SHP-WV-DONE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-WVL-STATUS.
           IF WS-SHP-WV-DONE < WS-SHP-WV-LINES
               DISPLAY "[!] wave " WS-SHP-WAVE(WS-SHP-WAVE-IDX)
                   " partly confirmed: " WS-SHP-WV-DONE " of "
                   WS-SHP-WV-LINES " lines, " WS-SHP-WV-CONFIRMED
                   " of " WS-SHP-WV-PLANNED " units"
           ELSE
               DISPLAY "wave " WS-SHP-WAVE(WS-SHP-WAVE-IDX)
                   " fully confirmed: " WS-SHP-WV-LINES " lines"
           END-IF.

       OPERATION-PICKFACE.
           DISPLAY "------------------------------------------".
           DISPLAY "PICK-FACE REPLENISHMENT".
           DISPLAY " ".
           DISPLAY "action (SETUP/RUN/CONFIRM/CANCEL):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-PKF-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-PKF-ACTION) TO WS-PKF-ACTION.

           IF WS-PKF-ACTION = "SETUP"
               PERFORM PICKFACE-SETUP
           ELSE IF WS-PKF-ACTION = "RUN"
               PERFORM PICKFACE-RUN
           ELSE IF WS-PKF-ACTION = "CONFIRM"
               PERFORM PICKFACE-CONFIRM
           ELSE IF WS-PKF-ACTION = "CANCEL"
               PERFORM PICKFACE-CANCEL
           ELSE
               DISPLAY "[!] unknown action: " WS-PKF-ACTION
               MOVE "N" TO WS-OPERATION-OK
           END-IF
           END-IF
           END-IF
           END-IF.

       PICKFACE-SETUP.
           DISPLAY "(1/5) ID:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-ITEM-ID.
           DISPLAY "(2/5) warehouse code:".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-WAREHOUSE-CODE.
           DISPLAY "(3/5) pick bin (blank to remove the pick face):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-PKF-BIN.
           DISPLAY "(4/5) minimum quantity:".
           PERFORM GET-INPUT
           COMPUTE WS-PKF-MIN = FUNCTION NUMVAL(WS-INPUT-LINE).
           DISPLAY "(5/5) maximum quantity:".
           PERFORM GET-INPUT
           COMPUTE WS-PKF-MAX = FUNCTION NUMVAL(WS-INPUT-LINE).

           DISPLAY " ".
           MOVE WS-ITEM-ID TO ITEM-ID.
           MOVE WS-WAREHOUSE-CODE TO WAREHOUSE-CODE.
           OPEN INPUT INVENTORY-FILE.
           READ INVENTORY-FILE KEY IS ITEM-KEY.
           MOVE FILE-STATUS TO WS-PKF-STATUS.
           CLOSE INVENTORY-FILE.
           IF WS-PKF-STATUS NOT = "00"
               DISPLAY "[!] not on file: " WS-ITEM-ID " "
                   WS-WAREHOUSE-CODE
               MOVE "N" TO WS-OPERATION-OK
           ELSE IF WS-PKF-BIN NOT = SPACES
                   AND WS-PKF-MAX <= WS-PKF-MIN
               DISPLAY "[!] maximum must be greater than minimum"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               PERFORM PICKFACE-SETUP-APPLY
           END-IF
           END-IF.

       PICKFACE-SETUP-APPLY.
           OPEN I-O PICK-FACE-FILE.
           IF WS-PKF-STATUS = "35"
               OPEN OUTPUT PICK-FACE-FILE
               CLOSE PICK-FACE-FILE
               OPEN I-O PICK-FACE-FILE
           END-IF.
           IF WS-PKF-STATUS NOT = "00"
               DISPLAY "[!] pick-faces file could not be opened -"
                   " status " WS-PKF-STATUS
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               MOVE WS-ITEM-ID TO PKF-ITEM-ID
               MOVE WS-WAREHOUSE-CODE TO PKF-WAREHOUSE-CODE
               READ PICK-FACE-FILE KEY IS PKF-KEY
               IF WS-PKF-BIN = SPACES
                   IF WS-PKF-STATUS NOT = "00"
                       DISPLAY "[!] no pick face set up for "
                           WS-ITEM-ID " at " WS-WAREHOUSE-CODE
                       MOVE "N" TO WS-OPERATION-OK
                   ELSE
                       DELETE PICK-FACE-FILE
                           INVALID KEY
                               DISPLAY "[!] pick face could not be"
                                   " removed"
                               MOVE "N" TO WS-OPERATION-OK
                           NOT INVALID KEY
                               DISPLAY "pick face removed for "
                                   WS-ITEM-ID " at " WS-WAREHOUSE-CODE
                       END-DELETE
                   END-IF
               ELSE
                   IF WS-PKF-STATUS = "00"
                       IF PKF-OPEN-QUANTITY > 0
                               AND PKF-BIN-NUMBER NOT = WS-PKF-BIN
                           DISPLAY "[!] " PKF-OPEN-QUANTITY
                               " still on open tasks to bin "
                               PKF-BIN-NUMBER
                       END-IF
                       MOVE WS-PKF-BIN TO PKF-BIN-NUMBER
                       MOVE WS-PKF-MIN TO PKF-MIN-QUANTITY
                       MOVE WS-PKF-MAX TO PKF-MAX-QUANTITY
                       REWRITE PICK-FACE-RECORD
                   ELSE
                       MOVE WS-PKF-BIN TO PKF-BIN-NUMBER
                       MOVE WS-PKF-MIN TO PKF-MIN-QUANTITY
                       MOVE WS-PKF-MAX TO PKF-MAX-QUANTITY
                       MOVE 0 TO PKF-OPEN-QUANTITY
                       MOVE SPACES TO PKF-LAST-RUN-DATE
                       WRITE PICK-FACE-RECORD
                   END-IF
                   IF WS-PKF-STATUS NOT = "00"
                       DISPLAY "[!] pick face could not be saved -"
                           " status " WS-PKF-STATUS
                       MOVE "N" TO WS-OPERATION-OK
                   ELSE
                       DISPLAY "pick face for " WS-ITEM-ID " at "
                           WS-WAREHOUSE-CODE ": bin " WS-PKF-BIN
                           " min " WS-PKF-MIN " max " WS-PKF-MAX
                   END-IF
               END-IF
               CLOSE PICK-FACE-FILE
           END-IF.

       PICKFACE-RUN.
           DISPLAY "(1/1) warehouse code (blank for all):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-RPL-WH.

           DISPLAY " ".
           MOVE 0 TO WS-RPL-FACES.
           MOVE 0 TO WS-RPL-TASKS.
           MOVE 0 TO WS-RPL-UNITS.
           OPEN I-O PICK-FACE-FILE.
           IF WS-PKF-STATUS NOT = "00"
               DISPLAY "[!] no pick faces set up"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               OPEN INPUT BIN-FILE
               IF WS-BIN-STATUS NOT = "00"
                   DISPLAY "[!] no bin details on file"
                   MOVE "N" TO WS-OPERATION-OK
               ELSE
                   PERFORM PICKFACE-RUN-FACES
                   CLOSE BIN-FILE
               END-IF
               CLOSE PICK-FACE-FILE
           END-IF.

       PICKFACE-RUN-FACES.
           OPEN I-O REPLEN-TASK-FILE.
           IF WS-RPL-STATUS = "35"
               OPEN OUTPUT REPLEN-TASK-FILE
               CLOSE REPLEN-TASK-FILE
               OPEN I-O REPLEN-TASK-FILE
           END-IF.
           IF WS-RPL-STATUS NOT = "00"
               DISPLAY "[!] replen-tasks file could not be opened -"
                   " status " WS-RPL-STATUS
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               MOVE "N" TO WS-LOT-FILE-OPEN
               OPEN INPUT LOT-FILE
               IF WS-LOT-STATUS = "00"
                   MOVE "Y" TO WS-LOT-FILE-OPEN
               END-IF
               MOVE "REPLEN" TO WS-ICF-ID
               PERFORM CONTROL-GET-SEQUENCE
               MOVE WS-ICF-LAST TO WS-RPL-TASK-NO
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               OPEN OUTPUT REPLEN-LIST-FILE
               MOVE SPACES TO WS-RPL-LINE
               STRING "PICK-FACE REPLENISHMENT RUN DATE: "
                   WS-CURRENT-DATETIME(1:8)
                   DELIMITED BY SIZE INTO WS-RPL-LINE
               END-STRING
               PERFORM PICKFACE-PUT-LINE
               MOVE SPACES TO WS-RPL-LINE
               STRING "TASK   | ITEM ID    | WH    | FROM   | TO     |"
                   " LOT        | QTY"
                   DELIMITED BY SIZE INTO WS-RPL-LINE
               END-STRING
               PERFORM PICKFACE-PUT-LINE
               MOVE "N" TO WS-PKF-EOF
               PERFORM UNTIL WS-PKF-EOF = "Y"
                   READ PICK-FACE-FILE NEXT
                       AT END MOVE "Y" TO WS-PKF-EOF
                   NOT AT END
                       IF WS-RPL-WH = SPACES
                               OR PKF-WAREHOUSE-CODE = WS-RPL-WH
                           PERFORM PICKFACE-CHECK-FACE
                       END-IF
                   END-READ
                   IF WS-PKF-EOF NOT = "Y"
                           AND WS-PKF-STATUS NOT = "00"
                       DISPLAY "[!] pick-face scan stopped early -"
                           " status " WS-PKF-STATUS
                       MOVE "N" TO WS-OPERATION-OK
                       MOVE "Y" TO WS-PKF-EOF
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-RPL-LINE
               STRING "FACES CHECKED: " WS-RPL-FACES
                   " TASKS: " WS-RPL-TASKS " UNITS: " WS-RPL-UNITS
                   DELIMITED BY SIZE INTO WS-RPL-LINE
               END-STRING
               PERFORM PICKFACE-PUT-LINE
               CLOSE REPLEN-LIST-FILE
               IF WS-LOT-FILE-OPEN = "Y"
                   CLOSE LOT-FILE
               END-IF
               CLOSE REPLEN-TASK-FILE
               IF WS-RPL-TASKS > 0
                   MOVE "REPLEN" TO WS-ICF-ID
                   MOVE WS-RPL-TASK-NO TO WS-ICF-SEQ
                   PERFORM CONTROL-PUT-SEQUENCE
               END-IF
               DISPLAY " "
               DISPLAY "pick faces checked: " WS-RPL-FACES
               DISPLAY "replenishment tasks: " WS-RPL-TASKS
               DISPLAY "units to move: " WS-RPL-UNITS
               DISPLAY "task list written to replen-list"
           END-IF.

       PICKFACE-CHECK-FACE.
           ADD 1 TO WS-RPL-FACES.
           MOVE PKF-ITEM-ID TO BIN-ITEM-ID.
           MOVE PKF-WAREHOUSE-CODE TO BIN-WAREHOUSE-CODE.
           MOVE PKF-BIN-NUMBER TO BIN-NUMBER.
           READ BIN-FILE KEY IS BIN-KEY.
           IF WS-BIN-STATUS = "00"
               MOVE BIN-QUANTITY TO WS-RPL-FACE-QTY
           ELSE
               MOVE 0 TO WS-RPL-FACE-QTY
           END-IF.
           IF WS-RPL-FACE-QTY + PKF-OPEN-QUANTITY
                   <= PKF-MIN-QUANTITY
                   AND WS-RPL-FACE-QTY + PKF-OPEN-QUANTITY
                       < PKF-MAX-QUANTITY
               COMPUTE WS-RPL-NEED = PKF-MAX-QUANTITY
                   - WS-RPL-FACE-QTY - PKF-OPEN-QUANTITY
               MOVE PKF-ITEM-ID TO ITEM-ID
               PERFORM ITEM-MASTER-GET
               IF ITEM-CASE-PACK > 1
                   DIVIDE WS-RPL-NEED BY ITEM-CASE-PACK
                       GIVING WS-RPL-CASES
                   IF WS-RPL-CASES = 0
                       MOVE 1 TO WS-RPL-CASES
                   END-IF
                   COMPUTE WS-RPL-NEED =
                       WS-RPL-CASES * ITEM-CASE-PACK
               END-IF
               PERFORM PICKFACE-BUILD-TASKS
           END-IF.

       PICKFACE-BUILD-TASKS.
           MOVE PKF-ITEM-ID TO WS-FIND-ID.
           MOVE PKF-WAREHOUSE-CODE TO WS-WAREHOUSE-CODE.
           MOVE 0 TO WS-FEFO-COUNT.
           MOVE "N" TO WS-FEFO-OVERFLOW.
           PERFORM LOT-CHECK-CONTROLLED.
           IF WS-LOT-CONTROLLED = "Y"
               PERFORM FEFO-LOAD-LOTS
               PERFORM FEFO-SORT-LOTS
           ELSE
               MOVE 1 TO WS-FEFO-COUNT
               MOVE SPACES TO WS-FEFO-LOT(1)
               MOVE SPACES TO WS-FEFO-EXPIRY(1)
               MOVE 99999999 TO WS-FEFO-QTY(1)
           END-IF.
           PERFORM PICKFACE-LOAD-RESERVE.
           COMPUTE WS-RPL-SKIP = WS-RPL-FACE-QTY + PKF-OPEN-QUANTITY.
           MOVE 1 TO WS-FEFO-IDX.
           IF WS-LOT-CONTROLLED = "Y"
               PERFORM PICKFACE-SKIP-LOT
                   UNTIL WS-RPL-SKIP = 0
                       OR WS-FEFO-IDX > WS-FEFO-COUNT
           END-IF.
           IF WS-FEFO-IDX <= WS-FEFO-COUNT
               MOVE WS-FEFO-QTY(WS-FEFO-IDX) TO WS-RPL-LOT-LEFT
           END-IF.
           MOVE 1 TO WS-RPL-BIN-IDX.
           IF WS-RPL-BIN-COUNT > 0
               MOVE WS-RPL-RSV-QTY(1) TO WS-RPL-BIN-LEFT
           END-IF.
           MOVE 0 TO WS-RPL-FACE-TOTAL.
           PERFORM PICKFACE-TASK-STEP
               UNTIL WS-RPL-NEED = 0
                   OR WS-FEFO-IDX > WS-FEFO-COUNT
                   OR WS-RPL-BIN-IDX > WS-RPL-BIN-COUNT.
           IF WS-RPL-FACE-TOTAL = 0
               DISPLAY "[!] no available reserve stock for "
                   PKF-ITEM-ID " at " PKF-WAREHOUSE-CODE
                   " pick bin " PKF-BIN-NUMBER
           ELSE
               ADD WS-RPL-FACE-TOTAL TO PKF-OPEN-QUANTITY
               MOVE WS-CURRENT-DATETIME(1:8) TO PKF-LAST-RUN-DATE
               REWRITE PICK-FACE-RECORD
               IF WS-PKF-STATUS NOT = "00"
                   DISPLAY "[!] pick face open quantity not updated: "
                       PKF-ITEM-ID " - status " WS-PKF-STATUS
                   MOVE "N" TO WS-OPERATION-OK
                   MOVE "00" TO WS-PKF-STATUS
               END-IF
           END-IF.

       PICKFACE-SKIP-LOT.
           IF WS-FEFO-QTY(WS-FEFO-IDX) > WS-RPL-SKIP
               SUBTRACT WS-RPL-SKIP FROM WS-FEFO-QTY(WS-FEFO-IDX)
               MOVE 0 TO WS-RPL-SKIP
           ELSE
               SUBTRACT WS-FEFO-QTY(WS-FEFO-IDX) FROM WS-RPL-SKIP
               ADD 1 TO WS-FEFO-IDX
           END-IF.

       PICKFACE-LOAD-RESERVE.
           MOVE 0 TO WS-RPL-BIN-COUNT.
           MOVE PKF-ITEM-ID TO BIN-ITEM-ID.
           MOVE PKF-WAREHOUSE-CODE TO BIN-WAREHOUSE-CODE.
           MOVE LOW-VALUES TO BIN-NUMBER.
           START BIN-FILE KEY IS NOT LESS THAN BIN-KEY
               INVALID KEY
                   MOVE "99" TO WS-BIN-STATUS
           END-START.
           PERFORM UNTIL WS-BIN-STATUS NOT = "00"
               READ BIN-FILE NEXT
                   AT END MOVE "99" TO WS-BIN-STATUS
               NOT AT END
                   IF BIN-ITEM-ID NOT = PKF-ITEM-ID
                           OR BIN-WAREHOUSE-CODE
                               NOT = PKF-WAREHOUSE-CODE
                       MOVE "98" TO WS-BIN-STATUS
                   ELSE IF BIN-NUMBER NOT = PKF-BIN-NUMBER
                           AND BIN-QUANTITY > 0
                           AND WS-RPL-BIN-COUNT < 50
                       ADD 1 TO WS-RPL-BIN-COUNT
                       MOVE BIN-NUMBER
                           TO WS-RPL-RSV-BIN(WS-RPL-BIN-COUNT)
                       MOVE BIN-QUANTITY
                           TO WS-RPL-RSV-QTY(WS-RPL-BIN-COUNT)
                   END-IF
                   END-IF
               END-READ
           END-PERFORM.

       PICKFACE-TASK-STEP.
           MOVE WS-RPL-NEED TO WS-RPL-TAKE.
           IF WS-RPL-LOT-LEFT < WS-RPL-TAKE
               MOVE WS-RPL-LOT-LEFT TO WS-RPL-TAKE
           END-IF.
           IF WS-RPL-BIN-LEFT < WS-RPL-TAKE
               MOVE WS-RPL-BIN-LEFT TO WS-RPL-TAKE
           END-IF.
           ADD 1 TO WS-RPL-TASK-NO.
           MOVE WS-RPL-TASK-NO TO RPL-TASK-NUMBER.
           MOVE PKF-ITEM-ID TO RPL-ITEM-ID.
           MOVE PKF-WAREHOUSE-CODE TO RPL-WAREHOUSE-CODE.
           MOVE WS-RPL-RSV-BIN(WS-RPL-BIN-IDX) TO RPL-FROM-BIN.
           MOVE PKF-BIN-NUMBER TO RPL-TO-BIN.
           MOVE WS-FEFO-LOT(WS-FEFO-IDX) TO RPL-LOT-NUMBER.
           MOVE WS-RPL-TAKE TO RPL-QUANTITY.
           MOVE "O" TO RPL-STATUS.
           MOVE WS-CURRENT-DATETIME(1:8) TO RPL-CREATED-DATE.
           MOVE SPACES TO RPL-CLOSED-DATE.
           MOVE WS-OPERATOR-ID TO RPL-OPERATOR-ID.
           WRITE REPLEN-TASK-RECORD.
           IF WS-RPL-STATUS NOT = "00"
               DISPLAY "[!] replenishment task not written - status "
                   WS-RPL-STATUS
               MOVE "N" TO WS-OPERATION-OK
               MOVE 0 TO WS-RPL-NEED
           ELSE
               ADD 1 TO WS-RPL-TASKS
               ADD WS-RPL-TAKE TO WS-RPL-UNITS
               ADD WS-RPL-TAKE TO WS-RPL-FACE-TOTAL
               MOVE SPACES TO WS-RPL-LINE
               STRING RPL-TASK-NUMBER " | " RPL-ITEM-ID " | "
                   RPL-WAREHOUSE-CODE " | " RPL-FROM-BIN " | "
                   RPL-TO-BIN " | " RPL-LOT-NUMBER " | "
                   RPL-QUANTITY
                   DELIMITED BY SIZE INTO WS-RPL-LINE
               END-STRING
               PERFORM PICKFACE-PUT-LINE
               SUBTRACT WS-RPL-TAKE FROM WS-RPL-NEED
               SUBTRACT WS-RPL-TAKE FROM WS-RPL-LOT-LEFT
               SUBTRACT WS-RPL-TAKE FROM WS-RPL-BIN-LEFT
               IF WS-RPL-LOT-LEFT = 0
                   ADD 1 TO WS-FEFO-IDX
                   IF WS-FEFO-IDX <= WS-FEFO-COUNT
                       MOVE WS-FEFO-QTY(WS-FEFO-IDX)
                           TO WS-RPL-LOT-LEFT
                   END-IF
               END-IF
               IF WS-RPL-BIN-LEFT = 0
                   ADD 1 TO WS-RPL-BIN-IDX
                   IF WS-RPL-BIN-IDX <= WS-RPL-BIN-COUNT
                       MOVE WS-RPL-RSV-QTY(WS-RPL-BIN-IDX)
                           TO WS-RPL-BIN-LEFT
                   END-IF
               END-IF
           END-IF.

       PICKFACE-PUT-LINE.
           MOVE WS-RPL-LINE TO REPLEN-LIST-RECORD.
           WRITE REPLEN-LIST-RECORD.
           DISPLAY WS-RPL-LINE(1:70).

       PICKFACE-CONFIRM.
           DISPLAY "(1/1) task number:".
           PERFORM GET-INPUT
           COMPUTE WS-RPL-TASK-NO = FUNCTION NUMVAL(WS-INPUT-LINE).

           DISPLAY " ".
           PERFORM PICKFACE-READ-TASK.
           IF WS-RPL-STATUS = "00"
               MOVE RPL-ITEM-ID TO WS-ITEM-ID
               MOVE RPL-WAREHOUSE-CODE TO WS-WAREHOUSE-CODE
               MOVE RPL-FROM-BIN TO WS-BIN-FROM
               MOVE RPL-TO-BIN TO WS-BIN-TO
               MOVE RPL-QUANTITY TO WS-BIN-QTY
               MOVE "RPL" TO WS-BIN-REASON
               MOVE WS-OPERATION-OK TO WS-RPL-SAVE-OK
               MOVE "Y" TO WS-OPERATION-OK
               PERFORM BINMOVE-APPLY
               IF WS-OPERATION-OK = "Y"
                   MOVE "C" TO RPL-STATUS
                   PERFORM PICKFACE-CLOSE-TASK
                   DISPLAY "replenishment task " RPL-TASK-NUMBER
                       " confirmed"
               ELSE
                   DISPLAY "[!] task " RPL-TASK-NUMBER
                       " left open - move not posted"
               END-IF
               IF WS-RPL-SAVE-OK = "N"
                   MOVE "N" TO WS-OPERATION-OK
               END-IF
               CLOSE REPLEN-TASK-FILE
           END-IF.

       PICKFACE-CANCEL.
           DISPLAY "(1/1) task number:".
           PERFORM GET-INPUT
           COMPUTE WS-RPL-TASK-NO = FUNCTION NUMVAL(WS-INPUT-LINE).

           DISPLAY " ".
           PERFORM PICKFACE-READ-TASK.
           IF WS-RPL-STATUS = "00"
               MOVE "X" TO RPL-STATUS
               PERFORM PICKFACE-CLOSE-TASK
               DISPLAY "replenishment task " RPL-TASK-NUMBER
                   " cancelled"
               CLOSE REPLEN-TASK-FILE
           END-IF.

       PICKFACE-READ-TASK.
           OPEN I-O REPLEN-TASK-FILE.
           IF WS-RPL-STATUS NOT = "00"
               DISPLAY "[!] no replenishment tasks on file"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               MOVE WS-RPL-TASK-NO TO RPL-TASK-NUMBER
               READ REPLEN-TASK-FILE KEY IS RPL-TASK-NUMBER
               IF WS-RPL-STATUS NOT = "00"
                   DISPLAY "[!] task not on file: " WS-RPL-TASK-NO
                   MOVE "N" TO WS-OPERATION-OK
                   CLOSE REPLEN-TASK-FILE
                   MOVE "23" TO WS-RPL-STATUS
               ELSE IF RPL-STATUS NOT = "O"
                   DISPLAY "[!] task " WS-RPL-TASK-NO
                       " is not open - status " RPL-STATUS
                   MOVE "N" TO WS-OPERATION-OK
                   CLOSE REPLEN-TASK-FILE
                   MOVE "23" TO WS-RPL-STATUS
               END-IF
               END-IF
           END-IF.

       PICKFACE-CLOSE-TASK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO RPL-CLOSED-DATE.
           MOVE WS-OPERATOR-ID TO RPL-OPERATOR-ID.
           REWRITE REPLEN-TASK-RECORD.
           IF WS-RPL-STATUS NOT = "00"
               DISPLAY "[!] task status not saved - status "
                   WS-RPL-STATUS
               MOVE "N" TO WS-OPERATION-OK
           END-IF.
           OPEN I-O PICK-FACE-FILE.
           IF WS-PKF-STATUS = "00"
               MOVE RPL-ITEM-ID TO PKF-ITEM-ID
               MOVE RPL-WAREHOUSE-CODE TO PKF-WAREHOUSE-CODE
               READ PICK-FACE-FILE KEY IS PKF-KEY
               IF WS-PKF-STATUS = "00"
                   IF PKF-OPEN-QUANTITY > RPL-QUANTITY
                       SUBTRACT RPL-QUANTITY FROM PKF-OPEN-QUANTITY
                   ELSE
                       MOVE 0 TO PKF-OPEN-QUANTITY
                   END-IF
                   REWRITE PICK-FACE-RECORD
               END-IF
               CLOSE PICK-FACE-FILE
           END-IF.

       OPERATION-AUDITCONV.
           DISPLAY "------------------------------------------".
           DISPLAY "AUDIT LOG CONVERSION".
           DISPLAY " ".
           DISPLAY "builds the indexed audit-log from audit-log-legacy"
               " and each audit-archive-YYYY".
           DISPLAY "from audit-archive-YYYY-legacy".
           DISPLAY "(1/2) first archive year (YYYY, blank if none):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-ACV-FROM-YEAR.
           DISPLAY "(2/2) last archive year (YYYY):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-ACV-TO-YEAR.
           DISPLAY "convert now? (Y/N):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-CONFIRM.

           DISPLAY " ".
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "conversion cancelled"
           ELSE IF WS-ACV-FROM-YEAR NOT = SPACES
                   AND (WS-ACV-FROM-YEAR NOT NUMERIC
                   OR WS-ACV-TO-YEAR NOT NUMERIC
                   OR WS-ACV-TO-YEAR < WS-ACV-FROM-YEAR)
               DISPLAY "[!] archive years must be YYYY, last not"
                   " before first - conversion not run"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               PERFORM AUDITCONV-LIVE
               IF WS-ACV-FROM-YEAR NOT = SPACES
                   MOVE WS-ACV-FROM-YEAR TO WS-ACV-YEAR
                   MOVE WS-ACV-TO-YEAR TO WS-ACV-END-YEAR
                   PERFORM UNTIL WS-ACV-YEAR > WS-ACV-END-YEAR
                       PERFORM AUDITCONV-ARCHIVE
                       ADD 1 TO WS-ACV-YEAR
                   END-PERFORM
               END-IF
           END-IF
           END-IF.

       AUDITCONV-LIVE.
           MOVE "audit-log-legacy" TO WS-LEGACY-AUDIT-FILENAME.
           OPEN INPUT LEGACY-AUDIT-FILE.
           IF WS-LAU-STATUS NOT = "00"
               DISPLAY "[!] audit-log-legacy not found - rename the"
                   " pre-conversion audit-log to audit-log-legacy"
                   " first"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               PERFORM AUDITCONV-OPEN-LIVE
               IF WS-ACV-OK = "Y"
                   MOVE 0 TO WS-ACV-READ
                   MOVE 0 TO WS-ACV-WRITTEN
                   MOVE SPACES TO WS-ACV-LAST-STAMP
                   PERFORM UNTIL WS-LAU-STATUS NOT = "00"
                       READ LEGACY-AUDIT-FILE
                           AT END MOVE "99" TO WS-LAU-STATUS
                       NOT AT END
                           PERFORM AUDITCONV-BUILD-ENTRY
                           PERFORM AUDIT-WRITE-RECORD
                           IF WS-AUDIT-STATUS NOT = "00"
                               DISPLAY "[!] audit-log write failed -"
                                   " status " WS-AUDIT-STATUS
                               MOVE "98" TO WS-LAU-STATUS
                           ELSE
                               ADD 1 TO WS-ACV-WRITTEN
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-FILE
                   PERFORM AUDITCONV-CHECK-READ
                   DISPLAY "audit-log entries read: " WS-ACV-READ
                       " converted: " WS-ACV-WRITTEN
               END-IF
               CLOSE LEGACY-AUDIT-FILE
           END-IF.

       AUDITCONV-OPEN-LIVE.
           MOVE "Y" TO WS-ACV-OK.
           OPEN I-O AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN I-O AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "[!] audit-log could not be opened - status "
                   WS-AUDIT-STATUS " - live log not converted"
               MOVE "N" TO WS-ACV-OK
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               MOVE LOW-VALUES TO AUD-SEQUENCE-KEY
               START AUDIT-FILE KEY IS NOT LESS THAN AUD-SEQUENCE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "[!] audit-log already holds entries -"
                           " live log not converted"
                       MOVE "N" TO WS-ACV-OK
                       MOVE "N" TO WS-OPERATION-OK
                       CLOSE AUDIT-FILE
               END-START
           END-IF.

       AUDITCONV-ARCHIVE.
           MOVE SPACES TO WS-LEGACY-AUDIT-FILENAME.
           STRING "audit-archive-" WS-ACV-YEAR "-legacy"
               DELIMITED BY SIZE INTO WS-LEGACY-AUDIT-FILENAME
           END-STRING.
           MOVE SPACES TO WS-ARCHIVE-FILENAME.
           STRING "audit-archive-" WS-ACV-YEAR
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
           END-STRING.
           OPEN INPUT LEGACY-AUDIT-FILE.
           IF WS-LAU-STATUS NOT = "00"
               DISPLAY WS-ARCHIVE-FILENAME(1:18)
                   " no legacy archive - skipped"
           ELSE
               PERFORM AUDITCONV-OPEN-ARCHIVE
               IF WS-ACV-OK = "Y"
                   MOVE 0 TO WS-ACV-READ
                   MOVE 0 TO WS-ACV-WRITTEN
                   MOVE SPACES TO WS-ACV-LAST-STAMP
                   PERFORM UNTIL WS-LAU-STATUS NOT = "00"
                       READ LEGACY-AUDIT-FILE
                           AT END MOVE "99" TO WS-LAU-STATUS
                       NOT AT END
                           PERFORM AUDITCONV-BUILD-ENTRY
                           PERFORM AUDITCONV-WRITE-ARCHIVE
                           IF WS-ARCHIVE-STATUS NOT = "00"
                               DISPLAY "[!] " WS-ARCHIVE-FILENAME
                                   " write failed - status "
                                   WS-ARCHIVE-STATUS
                               MOVE "98" TO WS-LAU-STATUS
                           ELSE
                               ADD 1 TO WS-ACV-WRITTEN
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-ARCHIVE-FILE
                   PERFORM AUDITCONV-CHECK-READ
                   DISPLAY WS-ARCHIVE-FILENAME(1:18)
                       " entries read: " WS-ACV-READ
                       " converted: " WS-ACV-WRITTEN
               END-IF
               CLOSE LEGACY-AUDIT-FILE
           END-IF.

       AUDITCONV-OPEN-ARCHIVE.
           MOVE "Y" TO WS-ACV-OK.
           OPEN I-O AUDIT-ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = "35"
               OPEN OUTPUT AUDIT-ARCHIVE-FILE
               CLOSE AUDIT-ARCHIVE-FILE
               OPEN I-O AUDIT-ARCHIVE-FILE
           END-IF.
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "[!] " WS-ARCHIVE-FILENAME " could not be"
                   " opened - status " WS-ARCHIVE-STATUS
               MOVE "N" TO WS-ACV-OK
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               MOVE LOW-VALUES TO AAR-SEQUENCE-KEY
               START AUDIT-ARCHIVE-FILE
                       KEY IS NOT LESS THAN AAR-SEQUENCE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "[!] " WS-ARCHIVE-FILENAME
                           " already holds entries - not converted"
                       MOVE "N" TO WS-ACV-OK
                       MOVE "N" TO WS-OPERATION-OK
                       CLOSE AUDIT-ARCHIVE-FILE
               END-START
           END-IF.

       AUDITCONV-BUILD-ENTRY.
           ADD 1 TO WS-ACV-READ.
           MOVE LAU-DATE TO AUD-DATE.
           MOVE LAU-TIME TO AUD-TIME.
           IF LEGACY-AUDIT-RECORD(1:14) = WS-ACV-LAST-STAMP
                   AND WS-ACV-SEQUENCE < 9999
               ADD 1 TO WS-ACV-SEQUENCE
           ELSE
               MOVE 0 TO WS-ACV-SEQUENCE
           END-IF.
           MOVE WS-ACV-SEQUENCE TO AUD-SEQUENCE.
           MOVE LEGACY-AUDIT-RECORD(1:14) TO WS-ACV-LAST-STAMP.
           MOVE LAU-ITEM-ID TO AUD-ITEM-ID.
           MOVE LAU-WAREHOUSE-CODE TO AUD-WAREHOUSE-CODE.
           MOVE LAU-DATE TO AUD-ITEM-DATE.
           MOVE LAU-OPERATION TO AUD-OPERATION.
           MOVE LAU-OLD-QUANTITY TO AUD-OLD-QUANTITY.
           MOVE LAU-NEW-QUANTITY TO AUD-NEW-QUANTITY.
           MOVE LAU-OLD-PRICE TO AUD-OLD-PRICE.
           MOVE LAU-NEW-PRICE TO AUD-NEW-PRICE.
           MOVE LAU-OLD-ALLOCATED TO AUD-OLD-ALLOCATED.
           MOVE LAU-NEW-ALLOCATED TO AUD-NEW-ALLOCATED.
           MOVE LAU-REASON-CODE TO AUD-REASON-CODE.
           MOVE LAU-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE LAU-ORDER-NUMBER TO AUD-ORDER-NUMBER.

       AUDITCONV-WRITE-ARCHIVE.
           MOVE AUDIT-RECORD TO AUDIT-ARCHIVE-RECORD.
           WRITE AUDIT-ARCHIVE-RECORD.
           PERFORM UNTIL WS-ARCHIVE-STATUS NOT = "22"
                   OR AAR-SEQUENCE = 9999
               ADD 1 TO AAR-SEQUENCE
               WRITE AUDIT-ARCHIVE-RECORD
           END-PERFORM.

       AUDITCONV-CHECK-READ.
           IF WS-LAU-STATUS NOT = "99"
               IF WS-LAU-STATUS NOT = "98"
                   DISPLAY "[!] " WS-LEGACY-AUDIT-FILENAME
                       " read failed - status " WS-LAU-STATUS
               END-IF
               DISPLAY "[!] conversion incomplete - clear the"
                   " indexed file before re-running"
               MOVE "N" TO WS-OPERATION-OK
           END-IF.

       OPERATION-AGING.
           DISPLAY "------------------------------------------".
           DISPLAY "INVENTORY AGING AND OBSOLESCENCE RESERVE".
           DISPLAY " ".
           DISPLAY "action (RATES/RUN):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-AGE-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-AGE-ACTION) TO WS-AGE-ACTION.

           IF WS-AGE-ACTION = "RATES"
               PERFORM AGING-SET-RATES
           ELSE IF WS-AGE-ACTION = "RUN"
               PERFORM AGING-RUN
           ELSE
               DISPLAY " "
               DISPLAY "[!] unknown action - use RATES or RUN"
               MOVE "N" TO WS-OPERATION-OK
           END-IF
           END-IF.

       AGING-SET-RATES.
           PERFORM AGING-LOAD-RATES.
           PERFORM AGING-EDIT-RATES.
           DISPLAY "current reserve % 0-90 / 91-180 / 181-365 /"
               " over 365 days: " WS-AGE-PCT-E(1) " / "
               WS-AGE-PCT-E(2) " / " WS-AGE-PCT-E(3) " / "
               WS-AGE-PCT-E(4).
           DISPLAY "(1/4) reserve % for 0-90 days:".
           PERFORM GET-INPUT
           COMPUTE WS-AGE-PCT(1) = FUNCTION NUMVAL(WS-INPUT-LINE).
           DISPLAY "(2/4) reserve % for 91-180 days:".
           PERFORM GET-INPUT
           COMPUTE WS-AGE-PCT(2) = FUNCTION NUMVAL(WS-INPUT-LINE).
           DISPLAY "(3/4) reserve % for 181-365 days:".
           PERFORM GET-INPUT
           COMPUTE WS-AGE-PCT(3) = FUNCTION NUMVAL(WS-INPUT-LINE).
           DISPLAY "(4/4) reserve % for over 365 days:".
           PERFORM GET-INPUT
           COMPUTE WS-AGE-PCT(4) = FUNCTION NUMVAL(WS-INPUT-LINE).

           DISPLAY " ".
           IF WS-AGE-PCT(1) > 100 OR WS-AGE-PCT(2) > 100
                   OR WS-AGE-PCT(3) > 100 OR WS-AGE-PCT(4) > 100
               DISPLAY "[!] reserve % cannot exceed 100 - rates not"
                   " changed"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               OPEN OUTPUT AGING-PARAM-FILE
               IF WS-AGP-STATUS NOT = "00"
                   DISPLAY "[!] aging-reserve-rates could not be"
                       " written - status " WS-AGP-STATUS
                   MOVE "N" TO WS-OPERATION-OK
               ELSE
                   PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                           UNTIL WS-AGE-IDX > 4
                       MOVE WS-AGE-PCT(WS-AGE-IDX)
                           TO AGP-PCT(WS-AGE-IDX)
                   END-PERFORM
                   WRITE AGING-PARAM-RECORD
                   CLOSE AGING-PARAM-FILE
                   PERFORM AGING-EDIT-RATES
                   DISPLAY "reserve % set to " WS-AGE-PCT-E(1) " / "
                       WS-AGE-PCT-E(2) " / " WS-AGE-PCT-E(3) " / "
                       WS-AGE-PCT-E(4)
               END-IF
           END-IF.

       AGING-LOAD-RATES.
           MOVE "N" TO WS-AGE-PCT-SET.
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > 4
               MOVE 0 TO WS-AGE-PCT(WS-AGE-IDX)
           END-PERFORM.
           OPEN INPUT AGING-PARAM-FILE.
           IF WS-AGP-STATUS = "00"
               READ AGING-PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF AGING-PARAM-RECORD IS NUMERIC
                           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                                   UNTIL WS-AGE-IDX > 4
                               MOVE AGP-PCT(WS-AGE-IDX)
                                   TO WS-AGE-PCT(WS-AGE-IDX)
                           END-PERFORM
                           MOVE "Y" TO WS-AGE-PCT-SET
                       END-IF
               END-READ
               CLOSE AGING-PARAM-FILE
           END-IF.

       AGING-EDIT-RATES.
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > 4
               MOVE WS-AGE-PCT(WS-AGE-IDX) TO WS-AGE-PCT-E(WS-AGE-IDX)
           END-PERFORM.

       AGING-RUN.
           DISPLAY "as-of date (YYYYMMDD, blank for today):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-AGE-AS-OF.

           DISPLAY " ".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           IF WS-AGE-AS-OF = SPACES
               MOVE WS-CURRENT-DATETIME(1:8) TO WS-AGE-AS-OF
           END-IF.
           MOVE 0 TO WS-AGE-AS-OF-INT.
           IF WS-AGE-AS-OF IS NUMERIC
               MOVE WS-AGE-AS-OF TO WS-AGE-AS-OF-NUM
               COMPUTE WS-AGE-AS-OF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-AGE-AS-OF-NUM)
           END-IF.
           IF WS-AGE-AS-OF-INT = 0
               DISPLAY "[!] as-of date must be a valid YYYYMMDD date"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               PERFORM AGING-LOAD-RATES
               IF WS-AGE-PCT-SET NOT = "Y"
                   DISPLAY "[!] aging-reserve-rates not set - reserve"
                       " calculated at zero, use RATES to set it"
               END-IF
               PERFORM AGING-EDIT-RATES
               PERFORM AGING-BUILD-REPORT
               PERFORM AGING-WRITE-JOURNAL
               DISPLAY " "
               DISPLAY "items aged: " WS-AGE-ITEMS
               MOVE WS-AGE-GRAND-TOTAL TO WS-AGE-EDIT(5)
               DISPLAY "inventory value: " WS-AGE-EDIT(5)
               MOVE WS-AGE-GRAND-RESERVE TO WS-AGE-EDIT(6)
               DISPLAY "required reserve: " WS-AGE-EDIT(6)
               IF WS-AGE-UNAGED-ITEMS > 0
                   DISPLAY "[!] items with quantity not covered by"
                       " lots or receipts (aged over 365, flagged *): "
                       WS-AGE-UNAGED-ITEMS
               END-IF
               IF WS-AGE-NO-COST > 0
                   DISPLAY "[!] items with no unit cost (valued at"
                       " zero, flagged $): " WS-AGE-NO-COST
               END-IF
               IF WS-AGE-SUB-OVERFLOW = "Y"
                   DISPLAY "[!] more than 100 warehouses and vendors -"
                       " subtotals incomplete"
               END-IF
               DISPLAY "report written to aging-report"
           END-IF.

       AGING-BUILD-REPORT.
           MOVE 0 TO WS-AGE-ITEMS.
           MOVE 0 TO WS-AGE-UNAGED-ITEMS.
           MOVE 0 TO WS-AGE-NO-COST.
           MOVE 0 TO WS-AGE-SUB-COUNT.
           MOVE "N" TO WS-AGE-SUB-OVERFLOW.
           MOVE 0 TO WS-AGE-GRAND-TOTAL.
           MOVE 0 TO WS-AGE-GRAND-RESERVE.
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > 4
               MOVE 0 TO WS-AGE-GRAND-VALUE(WS-AGE-IDX)
               MOVE 0 TO WS-AGE-GRAND-RSV(WS-AGE-IDX)
           END-PERFORM.
           MOVE "N" TO WS-LOT-FILE-OPEN.
           OPEN INPUT LOT-FILE.
           IF WS-LOT-STATUS = "00"
               MOVE "Y" TO WS-LOT-FILE-OPEN
           END-IF.
           MOVE "N" TO WS-AGE-AUDIT-OPEN.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               MOVE "Y" TO WS-AGE-AUDIT-OPEN
           END-IF.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE SPACES TO WS-AGE-LINE.
           STRING "INVENTORY AGING AS OF: " WS-AGE-AS-OF
               "  RUN DATE: " WS-CURRENT-DATETIME(1:8)
               "  RESERVE % 0-90: " WS-AGE-PCT-E(1)
               "  91-180: " WS-AGE-PCT-E(2)
               "  181-365: " WS-AGE-PCT-E(3)
               "  OVER 365: " WS-AGE-PCT-E(4)
               DELIMITED BY SIZE INTO WS-AGE-LINE
           END-STRING.
           MOVE WS-AGE-LINE TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE SPACES TO WS-AGE-LINE.
           STRING "ITEM ID    WH    VENDOR      ON-HAND "
               "     0-90 DAYS    91-180 DAYS   181-365 DAYS"
               "  OVER 365 DAYS    TOTAL VALUE        RESERVE"
               DELIMITED BY SIZE INTO WS-AGE-LINE
           END-STRING.
           MOVE WS-AGE-LINE TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           DISPLAY WS-AGE-LINE(1:70).
           OPEN INPUT INVENTORY-FILE.
           PERFORM UNTIL FILE-STATUS NOT = '00'
               READ INVENTORY-FILE NEXT
                   AT END MOVE '99' TO FILE-STATUS
               NOT AT END
                   IF ITEM-QUANTITY > 0
                       PERFORM AGING-ITEM
                   END-IF
               END-READ
           END-PERFORM.
           PERFORM INVENTORY-SCAN-CHECK.
           CLOSE INVENTORY-FILE.
           IF WS-LOT-FILE-OPEN = "Y"
               CLOSE LOT-FILE
               MOVE "N" TO WS-LOT-FILE-OPEN
           END-IF.
           IF WS-AGE-AUDIT-OPEN = "Y"
               CLOSE AUDIT-FILE
           END-IF.
           PERFORM AGING-PRINT-TOTALS.
           CLOSE AGING-REPORT-FILE.

       AGING-ITEM.
           ADD 1 TO WS-AGE-ITEMS.
           PERFORM ITEM-MASTER-GET.
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > 4
               MOVE 0 TO WS-AGE-ITEM-QTY(WS-AGE-IDX)
           END-PERFORM.
           MOVE SPACES TO WS-AGE-FLAG.
           MOVE 0 TO WS-AGE-LAYER-COUNT.
           MOVE "L" TO WS-AGE-SOURCE.
           PERFORM AGING-LOAD-LOTS.
           IF WS-AGE-LAYER-COUNT = 0
               MOVE "R" TO WS-AGE-SOURCE
               PERFORM AGING-LOAD-RECEIPTS
           END-IF.
           PERFORM AGING-SORT-LAYERS.
           MOVE ITEM-QUANTITY TO WS-AGE-REMAIN.
           PERFORM VARYING WS-AGE-LDX FROM WS-AGE-LAYER-COUNT BY -1
                   UNTIL WS-AGE-LDX < 1 OR WS-AGE-REMAIN = 0
               PERFORM AGING-TAKE-LAYER
           END-PERFORM.
           IF WS-AGE-REMAIN > 0
               ADD WS-AGE-REMAIN TO WS-AGE-ITEM-QTY(4)
               ADD 1 TO WS-AGE-UNAGED-ITEMS
               MOVE "*" TO WS-AGE-FLAG(1:1)
           END-IF.
           IF ITEM-UNIT-COST = 0
               ADD 1 TO WS-AGE-NO-COST
               MOVE "$" TO WS-AGE-FLAG(2:1)
           END-IF.
           MOVE 0 TO WS-AGE-ITEM-TOTAL.
           MOVE 0 TO WS-AGE-ITEM-RESERVE.
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > 4
               PERFORM AGING-VALUE-BUCKET
           END-PERFORM.
           MOVE "W" TO WS-AGE-SUB-KEY-TYPE.
           MOVE WAREHOUSE-CODE TO WS-AGE-SUB-KEY-CODE.
           PERFORM AGING-ADD-SUBTOTAL.
           MOVE "V" TO WS-AGE-SUB-KEY-TYPE.
           MOVE ITEM-VENDOR-ID TO WS-AGE-SUB-KEY-CODE.
           IF ITEM-VENDOR-ID = SPACES
               MOVE "(NONE)" TO WS-AGE-SUB-KEY-CODE
           END-IF.
           PERFORM AGING-ADD-SUBTOTAL.
           PERFORM AGING-ITEM-LINE.

       AGING-LOAD-LOTS.
           IF WS-LOT-FILE-OPEN = "Y"
               MOVE ITEM-ID TO LOT-ITEM-ID
               MOVE WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE
               MOVE LOW-VALUES TO LOT-NUMBER
               START LOT-FILE KEY IS NOT LESS THAN LOT-KEY
                   INVALID KEY
                       MOVE "99" TO WS-LOT-STATUS
               END-START
               PERFORM UNTIL WS-LOT-STATUS NOT = "00"
                   READ LOT-FILE NEXT
                       AT END MOVE "99" TO WS-LOT-STATUS
                   NOT AT END
                       IF LOT-ITEM-ID NOT = ITEM-ID
                               OR LOT-WAREHOUSE-CODE
                                   NOT = WAREHOUSE-CODE
                           MOVE "99" TO WS-LOT-STATUS
                       ELSE IF LOT-QUANTITY > 0
                           MOVE LOT-RECEIVED-DATE TO WS-AGE-NEW-DATE
                           MOVE LOT-QUANTITY TO WS-AGE-NEW-QTY
                           PERFORM AGING-ADD-LAYER
                       END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.

       AGING-LOAD-RECEIPTS.
           IF WS-AGE-AUDIT-OPEN = "Y"
               MOVE "I" TO WS-AUR-PATH
               MOVE ITEM-ID TO WS-AUR-ITEM-ID
               MOVE WAREHOUSE-CODE TO WS-AUR-WAREHOUSE
               MOVE SPACES TO WS-AUR-FROM-DATE
               MOVE WS-AGE-AS-OF TO WS-AUR-TO-DATE
               PERFORM AUDIT-START-RANGE
               PERFORM UNTIL WS-AUDIT-EOF = "Y"
                   PERFORM AUDIT-READ-RANGE
                   IF WS-AUDIT-EOF NOT = "Y"
                           AND WS-AUDIT-STATUS = "00"
                       IF (AUD-OPERATION = "ADD"
                               OR AUD-OPERATION = "RCPT"
                               OR AUD-OPERATION = "KITRCPT"
                               OR AUD-OPERATION = "RETURN"
                               OR AUD-OPERATION = "TRF-IN")
                               AND AUD-NEW-QUANTITY > AUD-OLD-QUANTITY
                           MOVE AUD-DATE TO WS-AGE-NEW-DATE
                           COMPUTE WS-AGE-NEW-QTY =
                               AUD-NEW-QUANTITY - AUD-OLD-QUANTITY
                           PERFORM AGING-ADD-LAYER
                       END-IF
                   END-IF
                   IF WS-AUDIT-EOF NOT = "Y"
                           AND WS-AUDIT-STATUS NOT = "00"
                       DISPLAY "[!] audit read failed - status "
                           WS-AUDIT-STATUS " - aging incomplete"
                       MOVE "N" TO WS-OPERATION-OK
                       MOVE "Y" TO WS-AUDIT-EOF
                   END-IF
               END-PERFORM
           END-IF.

       AGING-ADD-LAYER.
           IF WS-AGE-LAYER-COUNT >= 200
               PERFORM VARYING WS-AGE-LJX FROM 1 BY 1
                       UNTIL WS-AGE-LJX >= 200
                   MOVE WS-AGE-LAYER(WS-AGE-LJX + 1)
                       TO WS-AGE-LAYER(WS-AGE-LJX)
               END-PERFORM
               MOVE 199 TO WS-AGE-LAYER-COUNT
           END-IF.
           ADD 1 TO WS-AGE-LAYER-COUNT.
           MOVE WS-AGE-NEW-DATE
               TO WS-AGE-LAYER-DATE(WS-AGE-LAYER-COUNT).
           MOVE WS-AGE-NEW-QTY TO WS-AGE-LAYER-QTY(WS-AGE-LAYER-COUNT).

       AGING-SORT-LAYERS.
           IF WS-AGE-SOURCE = "L" AND WS-AGE-LAYER-COUNT > 1
               PERFORM VARYING WS-AGE-LDX FROM 1 BY 1
                       UNTIL WS-AGE-LDX >= WS-AGE-LAYER-COUNT
                   PERFORM VARYING WS-AGE-LJX FROM 1 BY 1
                           UNTIL WS-AGE-LJX
                               > WS-AGE-LAYER-COUNT - WS-AGE-LDX
                       IF WS-AGE-LAYER-DATE(WS-AGE-LJX)
                               > WS-AGE-LAYER-DATE(WS-AGE-LJX + 1)
                           MOVE WS-AGE-LAYER(WS-AGE-LJX)
                               TO WS-AGE-LAYER-SWAP
                           MOVE WS-AGE-LAYER(WS-AGE-LJX + 1)
                               TO WS-AGE-LAYER(WS-AGE-LJX)
                           MOVE WS-AGE-LAYER-SWAP
                               TO WS-AGE-LAYER(WS-AGE-LJX + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       AGING-TAKE-LAYER.
           IF WS-AGE-LAYER-QTY(WS-AGE-LDX) > WS-AGE-REMAIN
               MOVE WS-AGE-REMAIN TO WS-AGE-TAKE
           ELSE
               MOVE WS-AGE-LAYER-QTY(WS-AGE-LDX) TO WS-AGE-TAKE
           END-IF.
           SUBTRACT WS-AGE-TAKE FROM WS-AGE-REMAIN.
           MOVE 99999 TO WS-AGE-DAYS.
           IF WS-AGE-LAYER-DATE(WS-AGE-LDX) IS NUMERIC
               MOVE WS-AGE-LAYER-DATE(WS-AGE-LDX) TO WS-AGE-DATE-NUM
               COMPUTE WS-AGE-DAYS = WS-AGE-AS-OF-INT
                   - FUNCTION INTEGER-OF-DATE(WS-AGE-DATE-NUM)
           ELSE
               MOVE "*" TO WS-AGE-FLAG(1:1)
           END-IF.
           IF WS-AGE-DAYS <= 90
               MOVE 1 TO WS-AGE-IDX
           ELSE IF WS-AGE-DAYS <= 180
               MOVE 2 TO WS-AGE-IDX
           ELSE IF WS-AGE-DAYS <= 365
               MOVE 3 TO WS-AGE-IDX
           ELSE
               MOVE 4 TO WS-AGE-IDX
           END-IF
           END-IF
           END-IF.
           ADD WS-AGE-TAKE TO WS-AGE-ITEM-QTY(WS-AGE-IDX).

       AGING-VALUE-BUCKET.
           COMPUTE WS-AGE-ITEM-VALUE(WS-AGE-IDX) =
               WS-AGE-ITEM-QTY(WS-AGE-IDX) * ITEM-UNIT-COST.
           COMPUTE WS-AGE-BUCKET-RESERVE ROUNDED =
               WS-AGE-ITEM-VALUE(WS-AGE-IDX) * WS-AGE-PCT(WS-AGE-IDX)
                   / 100.
           ADD WS-AGE-ITEM-VALUE(WS-AGE-IDX) TO WS-AGE-ITEM-TOTAL.
           ADD WS-AGE-ITEM-VALUE(WS-AGE-IDX)
               TO WS-AGE-GRAND-VALUE(WS-AGE-IDX).
           ADD WS-AGE-ITEM-VALUE(WS-AGE-IDX) TO WS-AGE-GRAND-TOTAL.
           ADD WS-AGE-BUCKET-RESERVE TO WS-AGE-ITEM-RESERVE.
           ADD WS-AGE-BUCKET-RESERVE TO WS-AGE-GRAND-RSV(WS-AGE-IDX).
           ADD WS-AGE-BUCKET-RESERVE TO WS-AGE-GRAND-RESERVE.

       AGING-ADD-SUBTOTAL.
           MOVE "N" TO WS-AGE-SUB-FOUND.
           PERFORM VARYING WS-AGE-SUB-IDX FROM 1 BY 1
                   UNTIL WS-AGE-SUB-IDX > WS-AGE-SUB-COUNT
                   OR WS-AGE-SUB-FOUND = "Y"
               IF WS-AGE-SUB-TYPE(WS-AGE-SUB-IDX) = WS-AGE-SUB-KEY-TYPE
                       AND WS-AGE-SUB-CODE(WS-AGE-SUB-IDX)
                           = WS-AGE-SUB-KEY-CODE
                   MOVE "Y" TO WS-AGE-SUB-FOUND
               END-IF
           END-PERFORM.
           IF WS-AGE-SUB-FOUND = "Y"
               SUBTRACT 1 FROM WS-AGE-SUB-IDX
           ELSE IF WS-AGE-SUB-COUNT < 100
               ADD 1 TO WS-AGE-SUB-COUNT
               MOVE WS-AGE-SUB-COUNT TO WS-AGE-SUB-IDX
               MOVE WS-AGE-SUB-KEY-TYPE
                   TO WS-AGE-SUB-TYPE(WS-AGE-SUB-IDX)
               MOVE WS-AGE-SUB-KEY-CODE
                   TO WS-AGE-SUB-CODE(WS-AGE-SUB-IDX)
               PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                       UNTIL WS-AGE-IDX > 4
                   MOVE 0 TO WS-AGE-SUB-VALUE(WS-AGE-SUB-IDX,
                       WS-AGE-IDX)
               END-PERFORM
               MOVE 0 TO WS-AGE-SUB-RESERVE(WS-AGE-SUB-IDX)
               MOVE "Y" TO WS-AGE-SUB-FOUND
           ELSE
               MOVE "Y" TO WS-AGE-SUB-OVERFLOW
           END-IF
           END-IF.
           IF WS-AGE-SUB-FOUND = "Y"
               PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                       UNTIL WS-AGE-IDX > 4
                   ADD WS-AGE-ITEM-VALUE(WS-AGE-IDX)
                       TO WS-AGE-SUB-VALUE(WS-AGE-SUB-IDX, WS-AGE-IDX)
               END-PERFORM
               ADD WS-AGE-ITEM-RESERVE
                   TO WS-AGE-SUB-RESERVE(WS-AGE-SUB-IDX)
           END-IF.

       AGING-ITEM-LINE.
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > 4
               MOVE WS-AGE-ITEM-VALUE(WS-AGE-IDX)
                   TO WS-AGE-EDIT(WS-AGE-IDX)
           END-PERFORM.
           MOVE WS-AGE-ITEM-TOTAL TO WS-AGE-EDIT(5).
           MOVE WS-AGE-ITEM-RESERVE TO WS-AGE-EDIT(6).
           MOVE SPACES TO WS-AGE-LINE.
           STRING ITEM-ID " " WAREHOUSE-CODE " " ITEM-VENDOR-ID " "
               ITEM-QUANTITY
               DELIMITED BY SIZE INTO WS-AGE-LINE
           END-STRING.
           PERFORM AGING-PUT-AMOUNTS.
           MOVE WS-AGE-FLAG TO WS-AGE-LINE(128:2).
           MOVE WS-AGE-LINE TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           DISPLAY WS-AGE-LINE(1:70).

       AGING-PUT-AMOUNTS.
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > 6
               COMPUTE WS-AGE-POS = 38 + (WS-AGE-IDX - 1) * 15
               MOVE WS-AGE-EDIT(WS-AGE-IDX)
                   TO WS-AGE-LINE(WS-AGE-POS:14)
           END-PERFORM.

       AGING-PRINT-TOTALS.
           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE "SUBTOTALS BY WAREHOUSE" TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE "W" TO WS-AGE-SUB-KEY-TYPE.
           PERFORM VARYING WS-AGE-SUB-IDX FROM 1 BY 1
                   UNTIL WS-AGE-SUB-IDX > WS-AGE-SUB-COUNT
               IF WS-AGE-SUB-TYPE(WS-AGE-SUB-IDX) = WS-AGE-SUB-KEY-TYPE
                   PERFORM AGING-SUBTOTAL-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE "SUBTOTALS BY VENDOR" TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE "V" TO WS-AGE-SUB-KEY-TYPE.
           PERFORM VARYING WS-AGE-SUB-IDX FROM 1 BY 1
                   UNTIL WS-AGE-SUB-IDX > WS-AGE-SUB-COUNT
               IF WS-AGE-SUB-TYPE(WS-AGE-SUB-IDX) = WS-AGE-SUB-KEY-TYPE
                   PERFORM AGING-SUBTOTAL-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > 4
               MOVE WS-AGE-GRAND-VALUE(WS-AGE-IDX)
                   TO WS-AGE-EDIT(WS-AGE-IDX)
           END-PERFORM.
           MOVE WS-AGE-GRAND-TOTAL TO WS-AGE-EDIT(5).
           MOVE WS-AGE-GRAND-RESERVE TO WS-AGE-EDIT(6).
           MOVE SPACES TO WS-AGE-LINE.
           MOVE "TOTAL VALUE" TO WS-AGE-LINE(1:11).
           PERFORM AGING-PUT-AMOUNTS.
           MOVE WS-AGE-LINE TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > 4
               MOVE WS-AGE-GRAND-RSV(WS-AGE-IDX)
                   TO WS-AGE-EDIT(WS-AGE-IDX)
           END-PERFORM.
           MOVE SPACES TO WS-AGE-LINE.
           MOVE "RESERVE BY BUCKET" TO WS-AGE-LINE(1:17).
           PERFORM AGING-PUT-AMOUNTS.
           MOVE SPACES TO WS-AGE-LINE(98:14).
           MOVE WS-AGE-LINE TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE SPACES TO WS-AGE-LINE.
           STRING "ITEMS AGED: " WS-AGE-ITEMS
               "  NOT COVERED BY LOTS OR RECEIPTS: "
               WS-AGE-UNAGED-ITEMS
               "  NO UNIT COST: " WS-AGE-NO-COST
               DELIMITED BY SIZE INTO WS-AGE-LINE
           END-STRING.
           MOVE WS-AGE-LINE TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.

       AGING-SUBTOTAL-LINE.
           MOVE 0 TO WS-AGE-SUM.
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > 4
               MOVE WS-AGE-SUB-VALUE(WS-AGE-SUB-IDX, WS-AGE-IDX)
                   TO WS-AGE-EDIT(WS-AGE-IDX)
               ADD WS-AGE-SUB-VALUE(WS-AGE-SUB-IDX, WS-AGE-IDX)
                   TO WS-AGE-SUM
           END-PERFORM.
           MOVE WS-AGE-SUM TO WS-AGE-EDIT(5).
           MOVE WS-AGE-SUB-RESERVE(WS-AGE-SUB-IDX) TO WS-AGE-EDIT(6).
           MOVE SPACES TO WS-AGE-LINE.
           MOVE WS-AGE-SUB-CODE(WS-AGE-SUB-IDX) TO WS-AGE-LINE(1:10).
           PERFORM AGING-PUT-AMOUNTS.
           MOVE WS-AGE-LINE TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.

       AGING-WRITE-JOURNAL.
           PERFORM GLEXTRACT-LOAD-MAP.
           MOVE "*OBSEXP" TO WS-GLM-KEY.
           PERFORM GLEXTRACT-FIND-KEY.
           IF WS-GLM-FOUND = "Y"
               MOVE WS-GLM-TBL-ACCOUNT(WS-GLM-IDX)
                   TO WS-AGE-OBS-ACCOUNT
           ELSE
               MOVE WS-GL-SUSP-ACCOUNT TO WS-AGE-OBS-ACCOUNT
               DISPLAY "[!] no GL mapping for *OBSEXP - posted to "
                   WS-GL-SUSP-ACCOUNT
           END-IF.
           MOVE "*OBSRSV" TO WS-GLM-KEY.
           PERFORM GLEXTRACT-FIND-KEY.
           IF WS-GLM-FOUND = "Y"
               MOVE WS-GLM-TBL-ACCOUNT(WS-GLM-IDX)
                   TO WS-AGE-RSV-ACCOUNT
           ELSE
               MOVE WS-GL-SUSP-ACCOUNT TO WS-AGE-RSV-ACCOUNT
               DISPLAY "[!] no GL mapping for *OBSRSV - posted to "
                   WS-GL-SUSP-ACCOUNT
           END-IF.
           MOVE 0 TO WS-AGE-JNL-LINES.
           MOVE "AGERESERVE" TO WS-ICF-ID.
           PERFORM CONTROL-GET-SEQUENCE.
           COMPUTE WS-ICF-SEQ = WS-ICF-LAST + 1.
           OPEN OUTPUT RESERVE-JOURNAL-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE SPACES TO WS-CTL-LINE.
           STRING "HDR," WS-CURRENT-DATETIME(1:8) ","
               WS-CURRENT-DATETIME(9:6) "," WS-ICF-SEQ
               DELIMITED BY SIZE INTO WS-CTL-LINE
           END-STRING.
           MOVE WS-CTL-LINE TO RESERVE-JOURNAL-RECORD.
           WRITE RESERVE-JOURNAL-RECORD.
           IF WS-AGE-GRAND-RESERVE > 0
               MOVE WS-AGE-GRAND-RESERVE TO WS-GL-AMOUNT-X
               MOVE SPACES TO WS-AGE-LINE
               STRING "JNL," WS-AGE-AS-OF ","
                   FUNCTION TRIM(WS-AGE-OBS-ACCOUNT) ",D,"
                   FUNCTION TRIM(WS-GL-AMOUNT-X) ",AGING,OBS,,,,"
                   DELIMITED BY SIZE INTO WS-AGE-LINE
               END-STRING
               MOVE WS-AGE-LINE TO RESERVE-JOURNAL-RECORD
               WRITE RESERVE-JOURNAL-RECORD
               MOVE SPACES TO WS-AGE-LINE
               STRING "JNL," WS-AGE-AS-OF ","
                   FUNCTION TRIM(WS-AGE-RSV-ACCOUNT) ",C,"
                   FUNCTION TRIM(WS-GL-AMOUNT-X) ",AGING,OBS,,,,"
                   DELIMITED BY SIZE INTO WS-AGE-LINE
               END-STRING
               MOVE WS-AGE-LINE TO RESERVE-JOURNAL-RECORD
               WRITE RESERVE-JOURNAL-RECORD
               ADD 2 TO WS-AGE-JNL-LINES
           END-IF.
           MOVE SPACES TO WS-CTL-LINE.
           STRING "TRL," WS-AGE-JNL-LINES "," WS-AGE-GRAND-RESERVE ","
               WS-AGE-GRAND-RESERVE
               DELIMITED BY SIZE INTO WS-CTL-LINE
           END-STRING.
           MOVE WS-CTL-LINE TO RESERVE-JOURNAL-RECORD.
           WRITE RESERVE-JOURNAL-RECORD.
           CLOSE RESERVE-JOURNAL-FILE.
           PERFORM CONTROL-PUT-SEQUENCE.
           DISPLAY "reserve posting written to reserve-journal -"
               " sequence " WS-ICF-SEQ.

       OPERATION-ATPFEED.
           DISPLAY "------------------------------------------".
           DISPLAY "AVAILABLE-TO-PROMISE FEED".
           DISPLAY " ".
           DISPLAY "mode (DELTA/FULL, blank for DELTA):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-ATP-MODE.
           MOVE FUNCTION UPPER-CASE(WS-ATP-MODE) TO WS-ATP-MODE.
           IF WS-ATP-MODE = SPACES
               MOVE "DELTA" TO WS-ATP-MODE
           END-IF.

           DISPLAY " ".
           IF WS-ATP-MODE NOT = "DELTA" AND WS-ATP-MODE NOT = "FULL"
               DISPLAY "[!] unknown mode - use DELTA or FULL"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               PERFORM ATPFEED-RUN
           END-IF.

       ATPFEED-RUN.
           MOVE "Y" TO WS-ATP-SCAN-OK.
           MOVE 0 TO WS-ATP-SCANNED.
           MOVE 0 TO WS-ATP-WRITTEN.
           MOVE 0 TO WS-ATP-NEW.
           MOVE 0 TO WS-ATP-CHANGED.
           MOVE 0 TO WS-ATP-DELETED.
           MOVE 0 TO WS-ATP-HASH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:14) TO WS-ATP-STAMP.
           MOVE "ATPFEED" TO WS-ICF-ID.
           PERFORM CONTROL-GET-SEQUENCE.
           COMPUTE WS-ICF-SEQ = WS-ICF-LAST + 1.
           PERFORM ATPFEED-LOAD-MARK.
           OPEN I-O ATP-SNAPSHOT-FILE.
           IF WS-ATS-STATUS = "35"
               OPEN OUTPUT ATP-SNAPSHOT-FILE
               CLOSE ATP-SNAPSHOT-FILE
               OPEN I-O ATP-SNAPSHOT-FILE
           END-IF.
           IF WS-ATS-STATUS NOT = "00"
               DISPLAY "[!] atp-snapshot could not be opened - status "
                   WS-ATS-STATUS
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               IF WS-ATP-MARK-DATE NOT = SPACES
                   DISPLAY "changes since feed " WS-ATP-MARK " of "
                       WS-ATP-MARK-DATE " " WS-ATP-MARK-TIME
               END-IF
               OPEN OUTPUT ATP-FEED-FILE
               MOVE SPACES TO WS-CTL-LINE
               STRING "HDR," WS-CURRENT-DATETIME(1:8) ","
                   WS-CURRENT-DATETIME(9:6) "," WS-ICF-SEQ ","
                   FUNCTION TRIM(WS-ATP-MODE)
                   DELIMITED BY SIZE INTO WS-CTL-LINE
               END-STRING
               MOVE WS-CTL-LINE TO ATP-FEED-RECORD
               WRITE ATP-FEED-RECORD
               OPEN INPUT INVENTORY-FILE
               PERFORM UNTIL FILE-STATUS NOT = '00'
                   READ INVENTORY-FILE NEXT
                       AT END MOVE '99' TO FILE-STATUS
                   NOT AT END
                       PERFORM ATPFEED-ITEM
                   END-READ
               END-PERFORM
               PERFORM INVENTORY-SCAN-CHECK
               IF FILE-STATUS NOT = "99"
                   MOVE "N" TO WS-ATP-SCAN-OK
               END-IF
               CLOSE INVENTORY-FILE
               IF WS-ATP-SCAN-OK = "Y"
                   PERFORM ATPFEED-SCAN-DELETED
               END-IF
               CLOSE ATP-SNAPSHOT-FILE
               IF WS-ATP-SCAN-OK = "Y"
                   MOVE SPACES TO WS-CTL-LINE
                   STRING "TRL," WS-ATP-WRITTEN "," WS-ATP-HASH
                       DELIMITED BY SIZE INTO WS-CTL-LINE
                   END-STRING
                   MOVE WS-CTL-LINE TO ATP-FEED-RECORD
                   WRITE ATP-FEED-RECORD
                   CLOSE ATP-FEED-FILE
                   MOVE "ATPFEED" TO WS-ICF-ID
                   PERFORM CONTROL-PUT-SEQUENCE
                   PERFORM ATPFEED-PUT-MARK
                   DISPLAY "item/warehouse records checked: "
                       WS-ATP-SCANNED
                   DISPLAY "new: " WS-ATP-NEW "  changed: "
                       WS-ATP-CHANGED "  deleted: " WS-ATP-DELETED
                   DISPLAY "feed " WS-ICF-SEQ " (" FUNCTION
                       TRIM(WS-ATP-MODE) ") written to atp-feed - "
                       WS-ATP-WRITTEN " records"
               ELSE
                   CLOSE ATP-FEED-FILE
                   DISPLAY "[!] atp-feed written without trailer -"
                       " run again to resend this feed"
                   MOVE "N" TO WS-OPERATION-OK
               END-IF
           END-IF.

       ATPFEED-LOAD-MARK.
           MOVE WS-ICF-LAST TO WS-ATP-MARK.
           MOVE SPACES TO WS-ATP-MARK-DATE.
           MOVE SPACES TO WS-ATP-MARK-TIME.
           OPEN INPUT ATP-MARK-FILE.
           IF WS-ATM-STATUS = "00"
               READ ATP-MARK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ATM-SEQ IS NUMERIC
                               AND ATM-SEQ <= WS-ICF-LAST
                           MOVE ATM-SEQ TO WS-ATP-MARK
                           MOVE ATM-DATE TO WS-ATP-MARK-DATE
                           MOVE ATM-TIME TO WS-ATP-MARK-TIME
                       END-IF
               END-READ
               CLOSE ATP-MARK-FILE
           END-IF.

       ATPFEED-PUT-MARK.
           OPEN OUTPUT ATP-MARK-FILE.
           IF WS-ATM-STATUS NOT = "00"
               DISPLAY "[!] atp-feed-mark could not be written -"
                   " status " WS-ATM-STATUS
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               MOVE WS-ICF-SEQ TO ATM-SEQ
               MOVE WS-ATP-STAMP(1:8) TO ATM-DATE
               MOVE WS-ATP-STAMP(9:6) TO ATM-TIME
               MOVE WS-ATP-MODE TO ATM-MODE
               WRITE ATP-MARK-RECORD
               CLOSE ATP-MARK-FILE
           END-IF.

       ATPFEED-ITEM.
           ADD 1 TO WS-ATP-SCANNED.
           PERFORM LOT-SUM-HELD.
           COMPUTE WS-ATP-VALUE = ITEM-QUANTITY
               - ITEM-ALLOCATED-QUANTITY - WS-HELD-QTY.
           IF WS-ATP-VALUE < 0
               MOVE 0 TO WS-ATP-VALUE
           END-IF.
           MOVE WS-ATP-VALUE TO WS-ATP-SEND.
           MOVE ITEM-ID TO ATS-ITEM-ID.
           MOVE WAREHOUSE-CODE TO ATS-WAREHOUSE-CODE.
           READ ATP-SNAPSHOT-FILE KEY IS ATS-KEY.
           MOVE "N" TO WS-ATP-FOUND.
           MOVE SPACE TO WS-ATP-BASE-STATUS.
           MOVE 0 TO WS-ATP-BASE-ATP.
           IF WS-ATS-STATUS = "00"
               MOVE "Y" TO WS-ATP-FOUND
               PERFORM ATPFEED-SET-BASE
           ELSE IF WS-ATS-STATUS NOT = "23"
               DISPLAY "[!] atp-snapshot read failed - status "
                   WS-ATS-STATUS ": " ITEM-ID " " WAREHOUSE-CODE
               MOVE "N" TO WS-ATP-SCAN-OK
               MOVE "X" TO WS-ATP-FOUND
           END-IF
           END-IF.

           IF WS-ATP-BASE-STATUS NOT = "A"
               MOVE "N" TO WS-ATP-IND
           ELSE IF WS-ATP-BASE-ATP NOT = WS-ATP-SEND
               MOVE "C" TO WS-ATP-IND
           ELSE IF WS-ATP-MODE = "FULL"
               MOVE "C" TO WS-ATP-IND
           ELSE
               MOVE SPACE TO WS-ATP-IND
           END-IF
           END-IF
           END-IF.

           IF WS-ATP-FOUND = "Y"
               IF WS-ATP-IND NOT = SPACE
                   PERFORM ATPFEED-MARK-SENT
               ELSE IF ATS-SENT-SEQ > WS-ATP-MARK
                   PERFORM ATPFEED-RESTORE-BASE
               END-IF
               END-IF
               MOVE WS-ATP-STAMP TO ATS-SEEN-STAMP
               REWRITE ATP-SNAPSHOT-RECORD
           ELSE IF WS-ATP-FOUND = "N"
               MOVE WS-ATP-SEND TO ATS-ATP
               MOVE "A" TO ATS-STATUS
               MOVE WS-ICF-SEQ TO ATS-SENT-SEQ
               MOVE 0 TO ATS-PRIOR-ATP
               MOVE SPACE TO ATS-PRIOR-STATUS
               MOVE WS-ATP-STAMP TO ATS-SEEN-STAMP
               WRITE ATP-SNAPSHOT-RECORD
           END-IF
           END-IF.
           IF WS-ATP-FOUND NOT = "X"
               IF WS-ATS-STATUS NOT = "00"
                   DISPLAY "[!] atp-snapshot update failed - status "
                       WS-ATS-STATUS ": " ITEM-ID " " WAREHOUSE-CODE
                   MOVE "N" TO WS-ATP-SCAN-OK
               ELSE IF WS-ATP-IND NOT = SPACE
                   PERFORM ATPFEED-WRITE-LINE
               END-IF
               END-IF
           END-IF.

       ATPFEED-SET-BASE.
           IF ATS-SENT-SEQ > WS-ATP-MARK
               MOVE ATS-PRIOR-ATP TO WS-ATP-BASE-ATP
               MOVE ATS-PRIOR-STATUS TO WS-ATP-BASE-STATUS
           ELSE
               MOVE ATS-ATP TO WS-ATP-BASE-ATP
               MOVE ATS-STATUS TO WS-ATP-BASE-STATUS
           END-IF.

       ATPFEED-MARK-SENT.
           IF ATS-SENT-SEQ <= WS-ATP-MARK
               MOVE ATS-ATP TO ATS-PRIOR-ATP
               MOVE ATS-STATUS TO ATS-PRIOR-STATUS
           END-IF.
           MOVE WS-ATP-SEND TO ATS-ATP.
           IF WS-ATP-IND = "D"
               MOVE "D" TO ATS-STATUS
           ELSE
               MOVE "A" TO ATS-STATUS
           END-IF.
           MOVE WS-ICF-SEQ TO ATS-SENT-SEQ.

       ATPFEED-RESTORE-BASE.
           MOVE ATS-PRIOR-ATP TO ATS-ATP.
           MOVE ATS-PRIOR-STATUS TO ATS-STATUS.
           MOVE WS-ATP-MARK TO ATS-SENT-SEQ.

       ATPFEED-SCAN-DELETED.
           MOVE "N" TO WS-ATP-EOF.
           MOVE LOW-VALUES TO ATS-KEY.
           START ATP-SNAPSHOT-FILE KEY IS NOT LESS THAN ATS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ATP-EOF
           END-START.
           PERFORM UNTIL WS-ATP-EOF = "Y"
               READ ATP-SNAPSHOT-FILE NEXT
                   AT END MOVE "Y" TO WS-ATP-EOF
               NOT AT END
                   IF ATS-SEEN-STAMP NOT = WS-ATP-STAMP
                       PERFORM ATPFEED-CHECK-DELETED
                   END-IF
               END-READ
               IF WS-ATP-EOF NOT = "Y" AND WS-ATS-STATUS NOT = "00"
                   DISPLAY "[!] atp-snapshot scan failed - status "
                       WS-ATS-STATUS
                   MOVE "N" TO WS-ATP-SCAN-OK
                   MOVE "Y" TO WS-ATP-EOF
               END-IF
           END-PERFORM.

       ATPFEED-CHECK-DELETED.
           PERFORM ATPFEED-SET-BASE.
           IF WS-ATP-BASE-STATUS = "A"
               MOVE "D" TO WS-ATP-IND
               MOVE 0 TO WS-ATP-SEND
               PERFORM ATPFEED-MARK-SENT
               REWRITE ATP-SNAPSHOT-RECORD
               IF WS-ATS-STATUS = "00"
                   PERFORM ATPFEED-WRITE-LINE
               END-IF
           ELSE IF WS-ATP-BASE-STATUS = SPACE
               DELETE ATP-SNAPSHOT-FILE RECORD
           ELSE IF ATS-SENT-SEQ > WS-ATP-MARK
               PERFORM ATPFEED-RESTORE-BASE
               REWRITE ATP-SNAPSHOT-RECORD
           END-IF
           END-IF
           END-IF.

       ATPFEED-WRITE-LINE.
           MOVE SPACES TO WS-ATP-LINE.
           STRING FUNCTION TRIM(ATS-ITEM-ID) ","
               FUNCTION TRIM(ATS-WAREHOUSE-CODE) ","
               WS-ATP-SEND "," WS-ATP-IND
               DELIMITED BY SIZE INTO WS-ATP-LINE
           END-STRING.
           MOVE WS-ATP-LINE TO ATP-FEED-RECORD.
           WRITE ATP-FEED-RECORD.
           ADD 1 TO WS-ATP-WRITTEN.
           ADD WS-ATP-SEND TO WS-ATP-HASH.
           IF WS-ATP-IND = "N"
               ADD 1 TO WS-ATP-NEW
           ELSE IF WS-ATP-IND = "C"
               ADD 1 TO WS-ATP-CHANGED
           ELSE
               ADD 1 TO WS-ATP-DELETED
           END-IF
           END-IF.

       OPERATION-FILLRATE.
           DISPLAY "------------------------------------------".
           DISPLAY "CUSTOMER FILL-RATE AND SERVICE-LEVEL REPORT".
           DISPLAY " ".
           DISPLAY "(1/2) from date (YYYYMMDD, blank for first of"
               " month):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-FR-FROM-DATE.
           DISPLAY "(2/2) to date (YYYYMMDD, blank for today):".
           PERFORM GET-INPUT
           MOVE WS-INPUT-LINE TO WS-FR-TO-DATE.

           DISPLAY " ".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-FR-TODAY.
           IF WS-FR-TO-DATE = SPACES
               MOVE WS-FR-TODAY TO WS-FR-TO-DATE
           END-IF.
           IF WS-FR-FROM-DATE = SPACES
               MOVE WS-FR-TO-DATE TO WS-FR-FROM-DATE
               MOVE "01" TO WS-FR-FROM-DATE(7:2)
           END-IF.
           MOVE 0 TO WS-FR-FROM-INT.
           MOVE 0 TO WS-FR-TO-INT.
           IF WS-FR-FROM-DATE IS NUMERIC
               MOVE WS-FR-FROM-DATE TO WS-FR-DATE-NUM
               COMPUTE WS-FR-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FR-DATE-NUM)
           END-IF.
           IF WS-FR-TO-DATE IS NUMERIC
               MOVE WS-FR-TO-DATE TO WS-FR-DATE-NUM
               COMPUTE WS-FR-TO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FR-DATE-NUM)
           END-IF.
           IF WS-FR-FROM-INT = 0 OR WS-FR-TO-INT = 0
               DISPLAY "[!] dates must be valid YYYYMMDD dates"
               MOVE "N" TO WS-OPERATION-OK
           ELSE IF WS-FR-FROM-DATE > WS-FR-TO-DATE
               DISPLAY "[!] from date is after to date"
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               PERFORM FILLRATE-RUN
           END-IF
           END-IF.

       FILLRATE-RUN.
           MOVE 0 TO WS-FR-COUNT.
           MOVE "N" TO WS-FR-OVERFLOW.
           MOVE 0 TO WS-FR-ACKS.
           MOVE 0 TO WS-FR-REJECTED.
           MOVE 0 TO WS-FR-NO-DATE.
           MOVE SPACES TO WS-FR-CACHED-ORDER.
           MOVE "N" TO WS-FR-SO-OPEN.
           OPEN INPUT SALES-ORDER-FILE.
           IF WS-SO-STATUS = "00"
               MOVE "Y" TO WS-FR-SO-OPEN
           ELSE
               DISPLAY "[!] no sales orders on file - days from order"
                   " cannot be measured"
           END-IF.
           PERFORM FILLRATE-SCAN-ACKS.
           PERFORM FILLRATE-SCAN-BACKORDERS.
           PERFORM FILLRATE-SCAN-RELEASES.
           PERFORM FILLRATE-SCAN-SHIPMENTS.
           IF WS-FR-SO-OPEN = "Y"
               CLOSE SALES-ORDER-FILE
           END-IF.
           PERFORM FILLRATE-SORT.
           PERFORM FILLRATE-WRITE-REPORT.
           DISPLAY " ".
           DISPLAY "acknowledged lines in range: " WS-FR-ACKS.
           IF WS-FR-REJECTED > 0
               DISPLAY "rejected lines excluded: " WS-FR-REJECTED
           END-IF.
           IF WS-FR-NO-DATE > 0
               DISPLAY "[!] releases/shipments with no order date on"
                   " file (not timed): " WS-FR-NO-DATE
           END-IF.
           IF WS-FR-OVERFLOW = "Y"
               DISPLAY "[!] more than 600 item/warehouse rows -"
                   " report incomplete"
               MOVE "N" TO WS-OPERATION-OK
           END-IF.
           DISPLAY "report written to fill-rate-report".

       FILLRATE-SCAN-ACKS.
           OPEN INPUT ACK-HISTORY-FILE.
           IF WS-AKH-STATUS NOT = "00"
               DISPLAY "[!] no ack-history on file - fill rates"
                   " cannot be measured"
           ELSE
               PERFORM UNTIL WS-AKH-STATUS NOT = "00"
                   READ ACK-HISTORY-FILE
                       AT END MOVE "99" TO WS-AKH-STATUS
                   NOT AT END
                       IF AKH-ACK-DATE >= WS-FR-FROM-DATE
                               AND AKH-ACK-DATE <= WS-FR-TO-DATE
                           PERFORM FILLRATE-ACK-LINE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ACK-HISTORY-FILE
           END-IF.

       FILLRATE-ACK-LINE.
           IF AKH-REJECTED = "Y"
               ADD 1 TO WS-FR-REJECTED
           ELSE
               ADD 1 TO WS-FR-ACKS
               INITIALIZE WS-FR-DELTA
               MOVE 1 TO WS-FR-D-LINES
               IF AKH-BACKORDERED-QUANTITY = 0
                       AND AKH-ALLOCATED-QUANTITY
                           >= AKH-ORDERED-QUANTITY
                   MOVE 1 TO WS-FR-D-FILLED
               END-IF
               MOVE AKH-ORDERED-QUANTITY TO WS-FR-D-ORDERED
               MOVE AKH-ALLOCATED-QUANTITY TO WS-FR-D-ALLOCATED
               IF AKH-BACKORDERED-QUANTITY > 0
                   MOVE 1 TO WS-FR-D-BKO-LINES
                   MOVE AKH-BACKORDERED-QUANTITY TO WS-FR-D-BKO-UNITS
               END-IF
               MOVE AKH-ITEM-ID TO WS-FR-KEY-ITEM
               MOVE AKH-WAREHOUSE-CODE TO WS-FR-KEY-WH
               PERFORM FILLRATE-POST
           END-IF.

       FILLRATE-SCAN-BACKORDERS.
           OPEN INPUT BACKORDER-FILE.
           IF WS-BKO-STATUS = "00"
               PERFORM UNTIL WS-BKO-STATUS NOT = "00"
                   READ BACKORDER-FILE NEXT
                       AT END MOVE "99" TO WS-BKO-STATUS
                   NOT AT END
                       IF BKO-OPEN-QUANTITY > 0
                           PERFORM FILLRATE-BACKORDER
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKORDER-FILE
           END-IF.

       FILLRATE-BACKORDER.
           INITIALIZE WS-FR-DELTA.
           MOVE 1 TO WS-FR-D-OPEN-BKO.
           MOVE BKO-OPEN-QUANTITY TO WS-FR-D-OPEN-QTY.
           MOVE BKO-DATE TO WS-FR-DATE-A.
           MOVE WS-FR-TODAY TO WS-FR-DATE-B.
           PERFORM FILLRATE-DAYS-BETWEEN.
           IF WS-FR-DAYS-OK = "Y"
               MOVE WS-FR-DAYS TO WS-FR-D-AGE
           END-IF.
           MOVE BKO-ITEM-ID TO WS-FR-KEY-ITEM.
           MOVE BKO-WAREHOUSE-CODE TO WS-FR-KEY-WH.
           PERFORM FILLRATE-POST.

       FILLRATE-SCAN-RELEASES.
           OPEN INPUT BKO-RELEASE-FILE.
           IF WS-BKR-STATUS = "00"
               PERFORM UNTIL WS-BKR-STATUS NOT = "00"
                   READ BKO-RELEASE-FILE
                       AT END MOVE "99" TO WS-BKR-STATUS
                   NOT AT END
                       MOVE SPACES TO WS-FR-REL-FIELDS
                       UNSTRING BKO-RELEASE-RECORD DELIMITED BY ","
                           INTO WS-FR-R-DATE WS-FR-R-ORDER
                               WS-FR-R-ITEM WS-FR-R-WH
                               WS-FR-R-QTY WS-FR-R-OPEN
                       END-UNSTRING
                       IF WS-FR-R-DATE >= WS-FR-FROM-DATE
                               AND WS-FR-R-DATE <= WS-FR-TO-DATE
                           PERFORM FILLRATE-RELEASE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BKO-RELEASE-FILE
           END-IF.

       FILLRATE-RELEASE.
           MOVE WS-FR-R-ORDER TO WS-FR-ORDER.
           PERFORM FILLRATE-GET-ORDER-DATE.
           MOVE WS-FR-ORDER-DATE TO WS-FR-DATE-A.
           MOVE WS-FR-R-DATE TO WS-FR-DATE-B.
           PERFORM FILLRATE-DAYS-BETWEEN.
           IF WS-FR-DAYS-OK = "Y"
               INITIALIZE WS-FR-DELTA
               MOVE 1 TO WS-FR-D-REL-COUNT
               MOVE WS-FR-DAYS TO WS-FR-D-REL-DAYS
               MOVE WS-FR-R-ITEM TO WS-FR-KEY-ITEM
               MOVE WS-FR-R-WH TO WS-FR-KEY-WH
               PERFORM FILLRATE-POST
           ELSE
               ADD 1 TO WS-FR-NO-DATE
           END-IF.

       FILLRATE-SCAN-SHIPMENTS.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               MOVE "D" TO WS-AUR-PATH
               MOVE WS-FR-FROM-DATE TO WS-AUR-FROM-DATE
               MOVE WS-FR-TO-DATE TO WS-AUR-TO-DATE
               PERFORM AUDIT-START-RANGE
               PERFORM UNTIL WS-AUDIT-EOF = "Y"
                   PERFORM AUDIT-READ-RANGE
                   IF WS-AUDIT-EOF NOT = "Y"
                           AND WS-AUDIT-STATUS = "00"
                           AND AUD-OPERATION = "SHIP"
                       PERFORM FILLRATE-SHIPMENT
                   END-IF
                   IF WS-AUDIT-EOF NOT = "Y"
                           AND WS-AUDIT-STATUS NOT = "00"
                       DISPLAY "[!] audit read failed - status "
                           WS-AUDIT-STATUS " - results incomplete"
                       MOVE "N" TO WS-OPERATION-OK
                       MOVE "Y" TO WS-AUDIT-EOF
                   END-IF
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       FILLRATE-SHIPMENT.
           MOVE AUD-ORDER-NUMBER TO WS-FR-ORDER.
           PERFORM FILLRATE-GET-ORDER-DATE.
           MOVE WS-FR-ORDER-DATE TO WS-FR-DATE-A.
           MOVE AUD-DATE TO WS-FR-DATE-B.
           PERFORM FILLRATE-DAYS-BETWEEN.
           IF WS-FR-DAYS-OK = "Y"
               INITIALIZE WS-FR-DELTA
               MOVE 1 TO WS-FR-D-SHIP-COUNT
               MOVE WS-FR-DAYS TO WS-FR-D-SHIP-DAYS
               MOVE AUD-ITEM-ID TO WS-FR-KEY-ITEM
               MOVE AUD-WAREHOUSE-CODE TO WS-FR-KEY-WH
               PERFORM FILLRATE-POST
           ELSE
               ADD 1 TO WS-FR-NO-DATE
           END-IF.

       FILLRATE-GET-ORDER-DATE.
           IF WS-FR-ORDER NOT = WS-FR-CACHED-ORDER
               MOVE WS-FR-ORDER TO WS-FR-CACHED-ORDER
               MOVE SPACES TO WS-FR-ORDER-DATE
               IF WS-FR-SO-OPEN = "Y" AND WS-FR-ORDER NOT = SPACES
                   MOVE WS-FR-ORDER TO SO-ORDER-NUMBER
                   MOVE 0 TO SO-LINE-NUMBER
                   READ SALES-ORDER-FILE KEY IS SO-KEY
                   IF WS-SO-STATUS = "00"
                       MOVE SOH-ORDER-DATE TO WS-FR-ORDER-DATE
                   END-IF
               END-IF
           END-IF.

       FILLRATE-DAYS-BETWEEN.
           MOVE "N" TO WS-FR-DAYS-OK.
           MOVE 0 TO WS-FR-DAYS.
           MOVE 0 TO WS-FR-INT-A.
           MOVE 0 TO WS-FR-INT-B.
           IF WS-FR-DATE-A IS NUMERIC AND WS-FR-DATE-B IS NUMERIC
               MOVE WS-FR-DATE-A TO WS-FR-DATE-NUM
               COMPUTE WS-FR-INT-A =
                   FUNCTION INTEGER-OF-DATE(WS-FR-DATE-NUM)
               MOVE WS-FR-DATE-B TO WS-FR-DATE-NUM
               COMPUTE WS-FR-INT-B =
                   FUNCTION INTEGER-OF-DATE(WS-FR-DATE-NUM)
           END-IF.
           IF WS-FR-INT-A > 0 AND WS-FR-INT-B > 0
               MOVE "Y" TO WS-FR-DAYS-OK
               COMPUTE WS-FR-DAYS = WS-FR-INT-B - WS-FR-INT-A
               IF WS-FR-DAYS < 0
                   MOVE 0 TO WS-FR-DAYS
               END-IF
           END-IF.

       FILLRATE-POST.
           MOVE WS-FR-KEY-ITEM TO WS-FR-FIND-ITEM.
           MOVE WS-FR-KEY-WH TO WS-FR-FIND-WH.
           PERFORM FILLRATE-FIND.
           PERFORM FILLRATE-ADD.
           MOVE SPACES TO WS-FR-FIND-ITEM.
           PERFORM FILLRATE-FIND.
           PERFORM FILLRATE-ADD.
           MOVE SPACES TO WS-FR-FIND-WH.
           PERFORM FILLRATE-FIND.
           PERFORM FILLRATE-ADD.

       FILLRATE-FIND.
           MOVE 0 TO WS-FR-IDX.
           PERFORM VARYING WS-FR-JDX FROM 1 BY 1
                   UNTIL WS-FR-JDX > WS-FR-COUNT OR WS-FR-IDX > 0
               IF WS-FR-ITEM(WS-FR-JDX) = WS-FR-FIND-ITEM
                       AND WS-FR-WH(WS-FR-JDX) = WS-FR-FIND-WH
                   MOVE WS-FR-JDX TO WS-FR-IDX
               END-IF
           END-PERFORM.
           IF WS-FR-IDX = 0
               IF WS-FR-COUNT < 600
                   ADD 1 TO WS-FR-COUNT
                   MOVE WS-FR-COUNT TO WS-FR-IDX
                   INITIALIZE WS-FR-ENTRY(WS-FR-IDX)
                   MOVE WS-FR-FIND-ITEM TO WS-FR-ITEM(WS-FR-IDX)
                   MOVE WS-FR-FIND-WH TO WS-FR-WH(WS-FR-IDX)
                   MOVE "N" TO WS-FR-PICKED(WS-FR-IDX)
               ELSE
                   MOVE "Y" TO WS-FR-OVERFLOW
               END-IF
           END-IF.

       FILLRATE-ADD.
           IF WS-FR-IDX > 0
               ADD WS-FR-D-LINES TO WS-FR-LINES(WS-FR-IDX)
               ADD WS-FR-D-FILLED TO WS-FR-FILLED(WS-FR-IDX)
               ADD WS-FR-D-ORDERED TO WS-FR-ORDERED(WS-FR-IDX)
               ADD WS-FR-D-ALLOCATED TO WS-FR-ALLOCATED(WS-FR-IDX)
               ADD WS-FR-D-BKO-LINES TO WS-FR-BKO-LINES(WS-FR-IDX)
               ADD WS-FR-D-BKO-UNITS TO WS-FR-BKO-UNITS(WS-FR-IDX)
               ADD WS-FR-D-OPEN-BKO TO WS-FR-OPEN-BKO(WS-FR-IDX)
               ADD WS-FR-D-OPEN-QTY TO WS-FR-OPEN-QTY(WS-FR-IDX)
               IF WS-FR-D-OPEN-BKO > 0
                   ADD WS-FR-D-AGE TO WS-FR-AGE-SUM(WS-FR-IDX)
                   IF WS-FR-D-AGE > WS-FR-AGE-MAX(WS-FR-IDX)
                       MOVE WS-FR-D-AGE TO WS-FR-AGE-MAX(WS-FR-IDX)
                   END-IF
               END-IF
               ADD WS-FR-D-REL-COUNT TO WS-FR-REL-COUNT(WS-FR-IDX)
               ADD WS-FR-D-REL-DAYS TO WS-FR-REL-DAYS(WS-FR-IDX)
               ADD WS-FR-D-SHIP-COUNT TO WS-FR-SHIP-COUNT(WS-FR-IDX)
               ADD WS-FR-D-SHIP-DAYS TO WS-FR-SHIP-DAYS(WS-FR-IDX)
           END-IF.

       FILLRATE-SORT.
           IF WS-FR-COUNT > 1
               PERFORM VARYING WS-FR-IDX FROM 1 BY 1
                       UNTIL WS-FR-IDX >= WS-FR-COUNT
                   PERFORM VARYING WS-FR-JDX FROM 1 BY 1
                           UNTIL WS-FR-JDX > WS-FR-COUNT - WS-FR-IDX
                       IF WS-FR-ITEM(WS-FR-JDX)
                               > WS-FR-ITEM(WS-FR-JDX + 1)
                           OR (WS-FR-ITEM(WS-FR-JDX)
                               = WS-FR-ITEM(WS-FR-JDX + 1)
                           AND WS-FR-WH(WS-FR-JDX)
                               > WS-FR-WH(WS-FR-JDX + 1))
                           MOVE WS-FR-ENTRY(WS-FR-JDX) TO WS-FR-SWAP
                           MOVE WS-FR-ENTRY(WS-FR-JDX + 1)
                               TO WS-FR-ENTRY(WS-FR-JDX)
                           MOVE WS-FR-SWAP
                               TO WS-FR-ENTRY(WS-FR-JDX + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       FILLRATE-WRITE-REPORT.
           OPEN OUTPUT FILLRATE-REPORT-FILE.
           MOVE SPACES TO WS-FR-LINE.
           STRING "CUSTOMER FILL-RATE AND SERVICE LEVEL FROM "
               WS-FR-FROM-DATE " TO " WS-FR-TO-DATE
               "  RUN DATE: " WS-FR-TODAY
               DELIMITED BY SIZE INTO WS-FR-LINE
           END-STRING.
           PERFORM FILLRATE-PUT-LINE.
           MOVE SPACES TO WS-FR-LINE.
           STRING "LINE% = LINES FILLED COMPLETE AT FIRST ALLOCATION,"
               " UNIT% = UNITS ALLOCATED / ORDERED, OPEN/AGE ="
               " BACKORDERS OPEN TODAY (DAYS),"
               DELIMITED BY SIZE INTO WS-FR-LINE
           END-STRING.
           PERFORM FILLRATE-PUT-LINE.
           MOVE SPACES TO WS-FR-LINE.
           STRING "DAYS RL / DAYS SH = AVERAGE DAYS FROM ORDER DATE TO"
               " BACKORDER RELEASE / TO SHIPMENT"
               DELIMITED BY SIZE INTO WS-FR-LINE
           END-STRING.
           PERFORM FILLRATE-PUT-LINE.
           MOVE SPACES TO WS-FR-LINE.
           PERFORM FILLRATE-PUT-LINE.
           PERFORM FILLRATE-HEADINGS.
           PERFORM VARYING WS-FR-IDX FROM 1 BY 1
                   UNTIL WS-FR-IDX > WS-FR-COUNT
               IF WS-FR-ITEM(WS-FR-IDX) NOT = SPACES
                   PERFORM FILLRATE-ROW-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-FR-LINE.
           PERFORM FILLRATE-PUT-LINE.
           MOVE "BY WAREHOUSE" TO WS-FR-LINE.
           PERFORM FILLRATE-PUT-LINE.
           PERFORM VARYING WS-FR-IDX FROM 1 BY 1
                   UNTIL WS-FR-IDX > WS-FR-COUNT
               IF WS-FR-ITEM(WS-FR-IDX) = SPACES
                       AND WS-FR-WH(WS-FR-IDX) NOT = SPACES
                   PERFORM FILLRATE-ROW-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-FR-LINE.
           PERFORM FILLRATE-PUT-LINE.
           PERFORM VARYING WS-FR-IDX FROM 1 BY 1
                   UNTIL WS-FR-IDX > WS-FR-COUNT
               IF WS-FR-ITEM(WS-FR-IDX) = SPACES
                       AND WS-FR-WH(WS-FR-IDX) = SPACES
                   MOVE "OVERALL" TO WS-FR-ITEM(WS-FR-IDX)
                   PERFORM FILLRATE-ROW-LINE
                   MOVE SPACES TO WS-FR-ITEM(WS-FR-IDX)
               END-IF
           END-PERFORM.
           PERFORM FILLRATE-WORST-ITEMS.
           CLOSE FILLRATE-REPORT-FILE.

       FILLRATE-HEADINGS.
           MOVE SPACES TO WS-FR-LINE.
           STRING "ITEM ID    WH      LINES   LINE%     ORDERED   UNIT%"
               "   BKO LNS   OPEN  AVG AGE    MAX  DAYS RL  DAYS SH"
               DELIMITED BY SIZE INTO WS-FR-LINE
           END-STRING.
           PERFORM FILLRATE-PUT-LINE.

       FILLRATE-ROW-LINE.
           MOVE 0 TO WS-FR-PCT.
           IF WS-FR-LINES(WS-FR-IDX) > 0
               COMPUTE WS-FR-PCT ROUNDED =
                   WS-FR-FILLED(WS-FR-IDX) * 100
                       / WS-FR-LINES(WS-FR-IDX)
           END-IF.
           MOVE WS-FR-PCT TO WS-FR-LFR-E.
           MOVE 0 TO WS-FR-PCT.
           IF WS-FR-ORDERED(WS-FR-IDX) > 0
               COMPUTE WS-FR-PCT ROUNDED =
                   WS-FR-ALLOCATED(WS-FR-IDX) * 100
                       / WS-FR-ORDERED(WS-FR-IDX)
           END-IF.
           MOVE WS-FR-PCT TO WS-FR-UFR-E.
           MOVE 0 TO WS-FR-AVG.
           IF WS-FR-OPEN-BKO(WS-FR-IDX) > 0
               COMPUTE WS-FR-AVG ROUNDED =
                   WS-FR-AGE-SUM(WS-FR-IDX)
                       / WS-FR-OPEN-BKO(WS-FR-IDX)
           END-IF.
           MOVE WS-FR-AVG TO WS-FR-AGE-E.
           MOVE 0 TO WS-FR-AVG.
           IF WS-FR-REL-COUNT(WS-FR-IDX) > 0
               COMPUTE WS-FR-AVG ROUNDED =
                   WS-FR-REL-DAYS(WS-FR-IDX)
                       / WS-FR-REL-COUNT(WS-FR-IDX)
           END-IF.
           MOVE WS-FR-AVG TO WS-FR-REL-E.
           MOVE 0 TO WS-FR-AVG.
           IF WS-FR-SHIP-COUNT(WS-FR-IDX) > 0
               COMPUTE WS-FR-AVG ROUNDED =
                   WS-FR-SHIP-DAYS(WS-FR-IDX)
                       / WS-FR-SHIP-COUNT(WS-FR-IDX)
           END-IF.
           MOVE WS-FR-AVG TO WS-FR-SHIP-E.
           MOVE SPACES TO WS-FR-LINE.
           STRING WS-FR-ITEM(WS-FR-IDX) " " WS-FR-WH(WS-FR-IDX) " "
               WS-FR-LINES(WS-FR-IDX) "   " WS-FR-LFR-E "   "
               WS-FR-ORDERED(WS-FR-IDX) "   " WS-FR-UFR-E "   "
               WS-FR-BKO-LINES(WS-FR-IDX) "  "
               WS-FR-OPEN-BKO(WS-FR-IDX) "  " WS-FR-AGE-E "  "
               WS-FR-AGE-MAX(WS-FR-IDX) "  " WS-FR-REL-E "  "
               WS-FR-SHIP-E
               DELIMITED BY SIZE INTO WS-FR-LINE
           END-STRING.
           PERFORM FILLRATE-PUT-LINE.

       FILLRATE-WORST-ITEMS.
           MOVE SPACES TO WS-FR-LINE.
           PERFORM FILLRATE-PUT-LINE.
           MOVE SPACES TO WS-FR-LINE.
           STRING "WORST ITEMS DRIVING BACKORDERS (UNITS BACKORDERED IN"
               " RANGE, THEN OPEN BACKORDER QUANTITY)"
               DELIMITED BY SIZE INTO WS-FR-LINE
           END-STRING.
           PERFORM FILLRATE-PUT-LINE.
           MOVE SPACES TO WS-FR-LINE.
           STRING "NO ITEM ID    WH    BKO UNITS  OPEN BKO   AGE"
               "  ON HAND  REORDER ON ORDER"
               DELIMITED BY SIZE INTO WS-FR-LINE
           END-STRING.
           PERFORM FILLRATE-PUT-LINE.
           OPEN INPUT INVENTORY-FILE.
           MOVE 0 TO WS-FR-RANK.
           MOVE 1 TO WS-FR-BEST.
           PERFORM UNTIL WS-FR-RANK >= 10 OR WS-FR-BEST = 0
               PERFORM FILLRATE-PICK-WORST
               IF WS-FR-BEST > 0
                   ADD 1 TO WS-FR-RANK
                   MOVE "Y" TO WS-FR-PICKED(WS-FR-BEST)
                   PERFORM FILLRATE-WORST-LINE
               END-IF
           END-PERFORM.
           CLOSE INVENTORY-FILE.
           IF WS-FR-RANK = 0
               MOVE "(no backorders in range or open)" TO WS-FR-LINE
               PERFORM FILLRATE-PUT-LINE
           END-IF.

       FILLRATE-PICK-WORST.
           MOVE 0 TO WS-FR-BEST.
           PERFORM VARYING WS-FR-JDX FROM 1 BY 1
                   UNTIL WS-FR-JDX > WS-FR-COUNT
               IF WS-FR-ITEM(WS-FR-JDX) NOT = SPACES
                       AND WS-FR-PICKED(WS-FR-JDX) NOT = "Y"
                       AND (WS-FR-BKO-UNITS(WS-FR-JDX) > 0
                           OR WS-FR-OPEN-QTY(WS-FR-JDX) > 0)
                   IF WS-FR-BEST = 0
                       MOVE WS-FR-JDX TO WS-FR-BEST
                   ELSE IF WS-FR-BKO-UNITS(WS-FR-JDX)
                           > WS-FR-BKO-UNITS(WS-FR-BEST)
                       MOVE WS-FR-JDX TO WS-FR-BEST
                   ELSE IF WS-FR-BKO-UNITS(WS-FR-JDX)
                           = WS-FR-BKO-UNITS(WS-FR-BEST)
                           AND WS-FR-OPEN-QTY(WS-FR-JDX)
                               > WS-FR-OPEN-QTY(WS-FR-BEST)
                       MOVE WS-FR-JDX TO WS-FR-BEST
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FILLRATE-WORST-LINE.
           MOVE WS-FR-ITEM(WS-FR-BEST) TO ITEM-ID.
           MOVE WS-FR-WH(WS-FR-BEST) TO WAREHOUSE-CODE.
           READ INVENTORY-FILE KEY IS ITEM-KEY.
           IF FILE-STATUS NOT = "00"
               MOVE 0 TO ITEM-QUANTITY
               MOVE 0 TO ITEM-REORDER-POINT
               MOVE 0 TO ITEM-ON-ORDER-QUANTITY
           END-IF.
           MOVE SPACES TO WS-FR-LINE.
           STRING WS-FR-RANK " " WS-FR-ITEM(WS-FR-BEST) " "
               WS-FR-WH(WS-FR-BEST) " " WS-FR-BKO-UNITS(WS-FR-BEST) " "
               WS-FR-OPEN-QTY(WS-FR-BEST) " "
               WS-FR-AGE-MAX(WS-FR-BEST) " " ITEM-QUANTITY " "
               ITEM-REORDER-POINT " " ITEM-ON-ORDER-QUANTITY
               DELIMITED BY SIZE INTO WS-FR-LINE
           END-STRING.
           PERFORM FILLRATE-PUT-LINE.

       FILLRATE-PUT-LINE.
           MOVE WS-FR-LINE TO FILLRATE-REPORT-RECORD.
           WRITE FILLRATE-REPORT-RECORD.
           DISPLAY WS-FR-LINE(1:70).

       CONTROL-GET-SEQUENCE.
           MOVE 0 TO WS-ICF-LAST.
           OPEN INPUT CONTROL-FILE.
           IF WS-ICF-STATUS = "00"
               PERFORM UNTIL WS-ICF-STATUS NOT = "00"
                   READ CONTROL-FILE
                       AT END MOVE "99" TO WS-ICF-STATUS
                   NOT AT END
                       IF ICF-INTERFACE-ID = WS-ICF-ID
                               AND ICF-LAST-SEQUENCE IS NUMERIC
                           MOVE ICF-LAST-SEQUENCE TO WS-ICF-LAST
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

                   " again later: " ITEM-ID " " WAREHOUSE-CODE
               MOVE "N" TO WS-OPERATION-OK
           END-IF.
           IF FILE-STATUS = "00"
               PERFORM ITEM-MASTER-GET
           END-IF.

       AUDIT-WRITE-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:8) TO AUD-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO AUD-TIME.
           MOVE 0 TO AUD-SEQUENCE.
           MOVE AUD-DATE TO AUD-ITEM-DATE.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE WS-AUDIT-ORDER-NO TO AUD-ORDER-NUMBER.
           MOVE SPACES TO WS-AUDIT-ORDER-NO.
           MOVE 0 TO WS-LOCK-TRIES.
           OPEN I-O AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN I-O AUDIT-FILE
           END-IF.
           PERFORM UNTIL WS-AUDIT-STATUS = "00"
                   OR WS-LOCK-TRIES >= WS-LOCK-LIMIT
               ADD 1 TO WS-LOCK-TRIES
               CALL "C$SLEEP" USING WS-LOCK-WAIT
               OPEN I-O AUDIT-FILE
           END-PERFORM.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "[!] audit entry could not be written -"
                   " status " WS-AUDIT-STATUS
               MOVE "N" TO WS-OPERATION-OK
           ELSE
               PERFORM AUDIT-WRITE-RECORD
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "[!] audit entry write failed - status "
                       WS-AUDIT-STATUS
               CLOSE AUDIT-FILE
           END-IF.

       AUDIT-WRITE-RECORD.
           WRITE AUDIT-RECORD.
           PERFORM UNTIL WS-AUDIT-STATUS NOT = "22"
                   OR AUD-SEQUENCE = 9999
               ADD 1 TO AUD-SEQUENCE
               WRITE AUDIT-RECORD
           END-PERFORM.
           IF WS-AUDIT-STATUS = "02"
               MOVE "00" TO WS-AUDIT-STATUS
           END-IF.

       AUDIT-START-RANGE.
           MOVE "N" TO WS-AUDIT-EOF.
           IF WS-AUR-PATH = "I"
               MOVE WS-AUR-ITEM-ID TO AUD-ITEM-ID
               MOVE WS-AUR-WAREHOUSE TO AUD-WAREHOUSE-CODE
               MOVE WS-AUR-FROM-DATE TO AUD-ITEM-DATE
               IF WS-AUR-WAREHOUSE = SPACES
                   MOVE SPACES TO AUD-ITEM-DATE
               END-IF
               START AUDIT-FILE KEY IS NOT LESS THAN AUD-ITEM-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-AUDIT-EOF
               END-START
           ELSE IF WS-AUR-PATH = "D"
               MOVE WS-AUR-FROM-DATE TO AUD-DATE
               START AUDIT-FILE KEY IS NOT LESS THAN AUD-DATE
                   INVALID KEY
                       MOVE "Y" TO WS-AUDIT-EOF
               END-START
           ELSE IF WS-AUR-PATH = "O"
               MOVE WS-AUR-ORDER TO AUD-ORDER-NUMBER
               START AUDIT-FILE KEY IS NOT LESS THAN AUD-ORDER-NUMBER
                   INVALID KEY
                       MOVE "Y" TO WS-AUDIT-EOF
               END-START
           ELSE IF WS-AUR-PATH = "P"
               MOVE WS-AUR-OPERATOR TO AUD-OPERATOR-ID
               START AUDIT-FILE KEY IS NOT LESS THAN AUD-OPERATOR-ID
                   INVALID KEY
                       MOVE "Y" TO WS-AUDIT-EOF
               END-START
           ELSE
               MOVE LOW-VALUES TO AUD-SEQUENCE-KEY
               START AUDIT-FILE KEY IS NOT LESS THAN AUD-SEQUENCE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-AUDIT-EOF
               END-START
           END-IF
           END-IF
           END-IF
           END-IF.

       AUDIT-READ-RANGE.
           READ AUDIT-FILE NEXT
               AT END MOVE "Y" TO WS-AUDIT-EOF
           END-READ.
           IF WS-AUDIT-STATUS = "02"
               MOVE "00" TO WS-AUDIT-STATUS
           END-IF.
           IF WS-AUDIT-EOF NOT = "Y" AND WS-AUDIT-STATUS = "00"
               PERFORM AUDIT-CHECK-RANGE
           END-IF.

       AUDIT-CHECK-RANGE.
           IF WS-AUR-PATH = "I"
               IF AUD-ITEM-ID NOT = WS-AUR-ITEM-ID
                   MOVE "Y" TO WS-AUDIT-EOF
               END-IF
               IF WS-AUR-WAREHOUSE NOT = SPACES
                   IF AUD-WAREHOUSE-CODE NOT = WS-AUR-WAREHOUSE
                       MOVE "Y" TO WS-AUDIT-EOF
                   END-IF
                   IF WS-AUR-TO-DATE NOT = SPACES
                           AND AUD-ITEM-DATE > WS-AUR-TO-DATE
                       MOVE "Y" TO WS-AUDIT-EOF
                   END-IF
               END-IF
           END-IF.
           IF WS-AUR-PATH = "O"
                   AND AUD-ORDER-NUMBER NOT = WS-AUR-ORDER
               MOVE "Y" TO WS-AUDIT-EOF
           END-IF.
           IF WS-AUR-PATH = "P"
                   AND AUD-OPERATOR-ID NOT = WS-AUR-OPERATOR
               MOVE "Y" TO WS-AUDIT-EOF
           END-IF.
           IF (WS-AUR-PATH = "D" OR WS-AUR-PATH = "S")
                   AND WS-AUR-TO-DATE NOT = SPACES
                   AND AUD-DATE > WS-AUR-TO-DATE
               MOVE "Y" TO WS-AUDIT-EOF
           END-IF.

       MAIN-PROCEDURE.
           PERFORM MENU-DISPLAY UNTIL MENU-INPUT = "0".
       
