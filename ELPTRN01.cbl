      *                   clock, and a business date already marked  *
      *                   COMPLETE stops the run before it can       *
      *                   double-post.                               *
      *   06/13/2018  RD  Two new transactions maintain the CUSTADDR *
      *                   address/contact master under the same      *
      *                   batch control: "S" sets the two street     *
      *                   lines, "L" the city, state, postal code,   *
      *                   phone, and returned-mail flag (blank       *
      *                   leaves a field alone; "Y"/"N" sets or      *
      *                   clears the flag).  The first address       *
      *                   transaction for a customer creates the     *
      *                   record, the customer must be on CUSTFILE,  *
      *                   and a new street address clears the        *
      *                   returned-mail flag.  Address records carry *
      *                   no balance and hash as zero on the         *
      *                   trailer.                                   *
      *   06/27/2018  RD  An add carrying an opening balance and a   *
      *                   change that moves the balance now append   *
      *                   an ADD/CHANGE entry (see LEDGREC) to the   *
      *                   shared LEDGJRNL customer ledger journal,   *
      *                   referenced to the batch id, for the        *
      *                   nightly ELPLGP01 balance proof.            *
      *   10/03/2018  RD  Registers its start and end with the        *
      *                   ELPSTP01 step control.  A resubmitted       *
      *                   night skips the step once it is COMPLETE    *
      *                   for the business date, and the pre-update   *
      *                   CUSTFILE image is taken before the first    *
      *                   update so a failed run can be rolled back   *
      *                   with ELPRBK01.                              *
      *   10/17/2018  RD  An added customer starts with a zero        *
      *                   merged-into number (see CUSTREC).           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELPTRN01.
               RECORD KEY IS CR-CUST-NUMBER
               FILE STATUS IS ELP-CUSTOMER-FILE-STATUS.

           SELECT OPTIONAL CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-CUST-NUMBER
               FILE STATUS IS ELP-CUSTADDR-FILE-STATUS.

           SELECT TRAN-EXCEPTION-FILE ASSIGN TO "TRNEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-TRNEXCP-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-TRNLOG-FILE-STATUS.

           SELECT OPTIONAL LEDGER-JOURNAL-FILE ASSIGN TO "LEDGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-LEDGER-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-CONTROL-FILE-STATUS.
               88  TR-ACTION-ADD          VALUE "A".
               88  TR-ACTION-CHANGE       VALUE "C".
               88  TR-ACTION-DELETE       VALUE "D".
               88  TR-ACTION-STREET       VALUE "S".
               88  TR-ACTION-LOCALITY     VALUE "L".
               88  TR-ADDRESS-ACTION      VALUE "S" "L".
               88  TR-BATCH-HEADER        VALUE "H".
               88  TR-BATCH-TRAILER       VALUE "T".
           05  TR-CUST-NUMBER             PIC X(06).
           05  BT-HASH-TOTAL              PIC S9(13)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(57).
       01  ADDRESS-STREET-RECORD.
           05  FILLER                     PIC X(07).
           05  TA-STREET-1                PIC X(30).
           05  TA-STREET-2                PIC X(30).
           05  FILLER                     PIC X(13).
       01  ADDRESS-LOCALITY-RECORD.
           05  FILLER                     PIC X(07).
           05  TA-CITY                    PIC X(20).
           05  TA-STATE                   PIC X(02).
           05  TA-POSTAL-CODE             PIC X(10).
           05  TA-PHONE                   PIC X(15).
           05  TA-RETURNED-MAIL           PIC X(01).
           05  FILLER                     PIC X(25).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  CUSTOMER-ADDRESS-FILE.
       01  CUSTOMER-ADDRESS-RECORD.
           COPY CUSTADDR.

       FD  TRAN-EXCEPTION-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  TRAN-EXCEPTION-LINE            PIC X(120).
           RECORD CONTAINS 80 CHARACTERS.
       01  TRAN-LOG-LINE                  PIC X(80).

       FD  LEDGER-JOURNAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  LEDGER-JOURNAL-RECORD.
           COPY LEDGREC.

       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-TOTAL-RECORD.
               88  ELP-TRNLOG-FILE-OK     VALUE "00".
           05  ELP-CONTROL-FILE-STATUS    PIC X(02).
               88  ELP-CONTROL-FILE-OK    VALUE "00" "05".
           05  ELP-CUSTADDR-FILE-STATUS   PIC X(02).
               88  ELP-CUSTADDR-FILE-OK   VALUE "00" "05".
           05  ELP-LEDGER-FILE-STATUS     PIC X(02).
               88  ELP-LEDGER-FILE-OK     VALUE "00" "05".

       01  ELP-SWITCHES.
           05  ELP-TRAN-EOF-SW            PIC X(01) VALUE "N".
               88  ELP-TRAN-AT-EOF        VALUE "Y".
           05  ELP-ADDRESS-NEW-SW         PIC X(01) VALUE "N".
               88  ELP-ADDRESS-NEW        VALUE "Y".
           05  ELP-CUSTOMER-EOF-SW        PIC X(01) VALUE "N".
               88  ELP-CUSTOMER-AT-EOF    VALUE "Y".
           05  ELP-CONTROL-READY-SW       PIC X(01) VALUE "N".
                                          VALUE 0.
           05  ELP-CTL-OLD-BALANCE        PIC S9(09)V99 COMP-3.

       01  ELP-LEDGER-WORK.
           05  ELP-LEDGER-TRAN-TYPE       PIC X(06).
           05  ELP-LEDGER-BAL-BEFORE      PIC S9(09)V99 COMP-3.
           05  ELP-LEDGER-COUNT           PIC 9(06) COMP VALUE 0.

      ******************************************************************
      * The batch in flight: its header fields, its raw header image  *
      * (so a rejected batch lands on TRNEXCP exactly as it arrived), *
           05  ELP-TRAN-ADD-COUNT         PIC 9(06) COMP VALUE 0.
           05  ELP-TRAN-CHANGE-COUNT      PIC 9(06) COMP VALUE 0.
           05  ELP-TRAN-DELETE-COUNT      PIC 9(06) COMP VALUE 0.
           05  ELP-TRAN-ADDRESS-COUNT     PIC 9(06) COMP VALUE 0.
           05  ELP-TRAN-REJECT-COUNT      PIC 9(06) COMP VALUE 0.

       01  ELP-ABEND-WORK.
           05  ELP-TL-STATUS              PIC X(08).
           05  FILLER                     PIC X(19) VALUE SPACES.

       01  ELP-STEP-CONTROL.
           COPY STEPCTL.

       01  ELP-STEP-BEGUN-SW              PIC X(01) VALUE "N".
           88  ELP-STEP-BEGUN             VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           GO TO 9999-TERMINATE.

       1000-INITIALIZE.
           PERFORM 1020-BEGIN-STEP THRU 1020-BEGIN-STEP-EXIT
           PERFORM 1050-READ-RUN-CONTROL
                   THRU 1050-READ-RUN-CONTROL-EXIT
           IF ELP-RUNCTL-FOUND
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           OPEN I-O CUSTOMER-ADDRESS-FILE
           IF NOT ELP-CUSTADDR-FILE-OK
               MOVE "CUSTADDR" TO ELP-ABEND-FILE-NAME
               MOVE ELP-CUSTADDR-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           OPEN OUTPUT TRAN-EXCEPTION-FILE
           IF NOT ELP-TRNEXCP-FILE-OK
               MOVE "TRNEXCP" TO ELP-ABEND-FILE-NAME
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           OPEN EXTEND LEDGER-JOURNAL-FILE
           IF NOT ELP-LEDGER-FILE-OK
               MOVE "LEDGJRNL" TO ELP-ABEND-FILE-NAME
               MOVE ELP-LEDGER-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           ACCEPT ELP-TRNLOG-USERID FROM ENVIRONMENT "USER"
           MOVE ELP-BUSINESS-DATE TO ELP-RUN-DATE
           PERFORM 1200-TAKE-OPENING-POSITION
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1020-BEGIN-STEP - registers the step with ELPSTP01 before any  *
      * file is opened.  A step already COMPLETE for the business date *
      * stops here on a resubmitted night with return code 0; a held   *
      * step stops with return code 12 (the ELPSTP01 DISPLAYs say      *
      * why).  ELPSTP01 takes the CUSTFILE image (BKPELPTRN01) here,   *
      * ahead of the first update, for an ELPRBK01 rollback.           *
      ******************************************************************
       1020-BEGIN-STEP.
           MOVE "BEGIN" TO SC-FUNCTION
           MOVE "ELPTRN01" TO SC-STEP-NAME
           MOVE "Y" TO SC-BACKUP-SW
           MOVE RETURN-CODE TO SC-RETURN-CODE
           CALL "ELPSTP01" USING ELP-STEP-CONTROL
           MOVE SC-RETURN-CODE TO RETURN-CODE
           IF SC-STEP-SKIP OR SC-STEP-HOLD
               Stop Run
           END-IF
           IF SC-STEP-RUN
               SET ELP-STEP-BEGUN TO TRUE
           END-IF.
       1020-BEGIN-STEP-EXIT.
           EXIT.

      ******************************************************************
      * 1050-READ-RUN-CONTROL - picks up the business processing date *
      * (and the run status / month-end switch) from the RUNCTL file  *

      ******************************************************************
      * 3050-APPLY-BUFFERED-RECORD - validates and applies a single    *
      * add/change/delete or address record out of a proven batch.     *
      * Anything that cannot be applied goes to TRNEXCP through        *
      * 3900-REJECT-TRANSACTION; anything that is applied is logged    *
      * to TRNLOG through 3800-LOG-TRANSACTION.                        *
      ******************************************************************
               WHEN TR-ACTION-DELETE
                   PERFORM 3300-APPLY-DELETE
                           THRU 3300-APPLY-DELETE-EXIT
               WHEN TR-ADDRESS-ACTION
                   PERFORM 3320-APPLY-ADDRESS
                           THRU 3320-APPLY-ADDRESS-EXIT
               WHEN OTHER
                   MOVE "INVALID ACTION CODE" TO ELP-REJECT-REASON
                   PERFORM 3900-REJECT-TRANSACTION
       3550-APPLY-PROVEN-BATCH.
           COMPUTE ELP-BATCH-BASE-APPLIED =
               ELP-TRAN-ADD-COUNT + ELP-TRAN-CHANGE-COUNT
               + ELP-TRAN-DELETE-COUNT + ELP-TRAN-ADDRESS-COUNT
           MOVE ELP-TRAN-REJECT-COUNT TO ELP-BATCH-BASE-REJECTED
           PERFORM 3560-REPLAY-ONE-RECORD
                   THRU 3560-REPLAY-ONE-RECORD-EXIT
                   UNTIL ELP-BUF-SUB > ELP-BUF-COUNT
           COMPUTE ELP-BATCH-APPLIED-NOW =
               ELP-TRAN-ADD-COUNT + ELP-TRAN-CHANGE-COUNT
               + ELP-TRAN-DELETE-COUNT + ELP-TRAN-ADDRESS-COUNT
               - ELP-BATCH-BASE-APPLIED
           COMPUTE ELP-BATCH-REJECTED-NOW =
               ELP-TRAN-REJECT-COUNT - ELP-BATCH-BASE-REJECTED
           MOVE "APPLIED" TO ELP-BATCH-STATUS

      ******************************************************************
      * 3600-BUFFER-ONE-DETAIL - a detail record joins the open        *
      * batch's buffer and rolls its TR-BALANCE (zero when blank, and  *
      * always zero on an address record, whose street text occupies  *
      * those columns) into the running hash.  Outside any batch, or   *
      * once a batch has overflowed the buffer, the record is          *
      * rejected on its own.                                           *
      ******************************************************************
       3600-BUFFER-ONE-DETAIL.
           IF NOT ELP-BATCH-OPEN
           MOVE TRANSACTION-RECORD TO ELP-BUF-LINE(ELP-BUF-COUNT)
           ADD 1 TO ELP-BATCH-DETAIL-COUNT
           IF TR-BALANCE NUMERIC
               AND NOT TR-ADDRESS-ACTION
               ADD TR-BALANCE TO ELP-BATCH-HASH-TOTAL
           END-IF.
       3600-BUFFER-ONE-DETAIL-EXIT.
           ELSE
               MOVE SPACE TO CR-FIN-EXEMPT
           END-IF
           MOVE 0 TO CR-MERGED-TO
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE "DUPLICATE CUSTOMER ON ADD"
                   MOVE "ADD" TO ELP-TL-ACTION
                   PERFORM 3800-LOG-TRANSACTION
                           THRU 3800-LOG-TRANSACTION-EXIT
                   IF CR-BALANCE NOT = 0
                       MOVE "ADD" TO ELP-LEDGER-TRAN-TYPE
                       MOVE 0 TO ELP-LEDGER-BAL-BEFORE
                       PERFORM 3850-WRITE-LEDGER-ENTRY
                               THRU 3850-WRITE-LEDGER-ENTRY-EXIT
                   END-IF
           END-WRITE.
       3100-APPLY-ADD-EXIT.
           EXIT.
                   MOVE "CHANGE" TO ELP-TL-ACTION
                   PERFORM 3800-LOG-TRANSACTION
                           THRU 3800-LOG-TRANSACTION-EXIT
                   IF CR-BALANCE NOT = ELP-CTL-OLD-BALANCE
                       MOVE "CHANGE" TO ELP-LEDGER-TRAN-TYPE
                       MOVE ELP-CTL-OLD-BALANCE
                           TO ELP-LEDGER-BAL-BEFORE
                       PERFORM 3850-WRITE-LEDGER-ENTRY
                               THRU 3850-WRITE-LEDGER-ENTRY-EXIT
                   END-IF
           END-REWRITE.
       3200-APPLY-CHANGE-EXIT.
           EXIT.
       3300-APPLY-DELETE-EXIT.
           EXIT.

      ******************************************************************
      * 3320-APPLY-ADDRESS - applies an "S" street or "L" locality     *
      * record to the CUSTADDR address/contact master.  The customer   *
      * must be on CUSTFILE; the first address record for a customer   *
      * creates the CUSTADDR entry, later ones REWRITE it.  On "S" the *
      * first street line is required and both lines are replaced -    *
      * a blank second line clears it - and the returned-mail flag is  *
      * cleared, the mail having come back from the old address.  On   *
      * "L" a blank field is left alone and the returned-mail column   *
      * is "Y" set, "N" clear, blank leave alone, the same rule the    *
      * finance-charge exemption column follows.                       *
      ******************************************************************
       3320-APPLY-ADDRESS.
           MOVE TR-CUST-NUMBER-NUM TO CR-CUST-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "UNKNOWN CUSTOMER ON ADDRESS"
                       TO ELP-REJECT-REASON
                   PERFORM 3900-REJECT-TRANSACTION
                           THRU 3900-REJECT-TRANSACTION-EXIT
                   GO TO 3320-APPLY-ADDRESS-EXIT
           END-READ
           IF TR-ACTION-STREET
               AND TA-STREET-1 = SPACES
               MOVE "NO STREET LINE ON ADDRESS" TO ELP-REJECT-REASON
               PERFORM 3900-REJECT-TRANSACTION
                       THRU 3900-REJECT-TRANSACTION-EXIT
               GO TO 3320-APPLY-ADDRESS-EXIT
           END-IF
           IF TR-ACTION-LOCALITY
               AND TA-RETURNED-MAIL NOT = SPACE
               AND TA-RETURNED-MAIL NOT = "Y"
               AND TA-RETURNED-MAIL NOT = "N"
               MOVE "INVALID RETURNED-MAIL FLAG" TO ELP-REJECT-REASON
               PERFORM 3900-REJECT-TRANSACTION
                       THRU 3900-REJECT-TRANSACTION-EXIT
               GO TO 3320-APPLY-ADDRESS-EXIT
           END-IF
           MOVE "N" TO ELP-ADDRESS-NEW-SW
           MOVE TR-CUST-NUMBER-NUM TO CA-CUST-NUMBER
           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   SET ELP-ADDRESS-NEW TO TRUE
                   MOVE SPACES TO CUSTOMER-ADDRESS-RECORD
                   MOVE TR-CUST-NUMBER-NUM TO CA-CUST-NUMBER
           END-READ
           IF TR-ACTION-STREET
               MOVE TA-STREET-1 TO CA-STREET-1
               MOVE TA-STREET-2 TO CA-STREET-2
               MOVE SPACE TO CA-RETURNED-MAIL
               MOVE "ADDR-S" TO ELP-TL-ACTION
           ELSE
               IF TA-CITY NOT = SPACES
                   MOVE TA-CITY TO CA-CITY
               END-IF
               IF TA-STATE NOT = SPACES
                   MOVE TA-STATE TO CA-STATE
               END-IF
               IF TA-POSTAL-CODE NOT = SPACES
                   MOVE TA-POSTAL-CODE TO CA-POSTAL-CODE
               END-IF
               IF TA-PHONE NOT = SPACES
                   MOVE TA-PHONE TO CA-PHONE
               END-IF
               IF TA-RETURNED-MAIL = "Y"
                   MOVE "Y" TO CA-RETURNED-MAIL
               END-IF
               IF TA-RETURNED-MAIL = "N"
                   MOVE SPACE TO CA-RETURNED-MAIL
               END-IF
               MOVE "ADDR-L" TO ELP-TL-ACTION
           END-IF
           MOVE ELP-RUN-DATE TO CA-CHANGE-DATE
           IF ELP-ADDRESS-NEW
               WRITE CUSTOMER-ADDRESS-RECORD
                   INVALID KEY
                       MOVE "ADDRESS WRITE FAILED"
                           TO ELP-REJECT-REASON
                       PERFORM 3900-REJECT-TRANSACTION
                               THRU 3900-REJECT-TRANSACTION-EXIT
                       GO TO 3320-APPLY-ADDRESS-EXIT
               END-WRITE
           ELSE
               REWRITE CUSTOMER-ADDRESS-RECORD
                   INVALID KEY
                       MOVE "ADDRESS REWRITE FAILED"
                           TO ELP-REJECT-REASON
                       PERFORM 3900-REJECT-TRANSACTION
                               THRU 3900-REJECT-TRANSACTION-EXIT
                       GO TO 3320-APPLY-ADDRESS-EXIT
               END-REWRITE
           END-IF
           ADD 1 TO ELP-TRAN-ADDRESS-COUNT
           PERFORM 3800-LOG-TRANSACTION
                   THRU 3800-LOG-TRANSACTION-EXIT.
       3320-APPLY-ADDRESS-EXIT.
           EXIT.

      ******************************************************************
      * 3800-LOG-TRANSACTION - appends one TRNLOG line for an applied  *
      * transaction: date, time, user id, action, customer number.    *
       3800-LOG-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      * 3850-WRITE-LEDGER-ENTRY - appends one LEDGJRNL entry for the   *
      * add or change just applied: the caller sets the transaction   *
      * type and the balance before; the balance after and the amount *
      * come from the customer record as it now stands, and the batch *
      * id is the reference.                                           *
      ******************************************************************
       3850-WRITE-LEDGER-ENTRY.
           MOVE SPACES TO LEDGER-JOURNAL-RECORD
           MOVE ELP-RUN-DATE TO LG-POST-DATE
           ACCEPT LG-POST-TIME FROM TIME
           MOVE CR-CUST-NUMBER TO LG-CUST-NUMBER
           MOVE CR-REGION TO LG-REGION
           MOVE "ELPTRN01" TO LG-SOURCE-PROGRAM
           MOVE ELP-LEDGER-TRAN-TYPE TO LG-TRAN-TYPE
           COMPUTE LG-AMOUNT = CR-BALANCE - ELP-LEDGER-BAL-BEFORE
           MOVE ELP-LEDGER-BAL-BEFORE TO LG-BALANCE-BEFORE
           MOVE CR-BALANCE TO LG-BALANCE-AFTER
           MOVE ELP-BATCH-ID TO LG-REFERENCE
           WRITE LEDGER-JOURNAL-RECORD
           ADD 1 TO ELP-LEDGER-COUNT.
       3850-WRITE-LEDGER-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 3900-REJECT-TRANSACTION - writes the transaction image and the *
      * reason the caller set to TRNEXCP, and counts the reject so the *
       9200-DISPLAY-ONE-DEPT-EXIT.
           EXIT.

      ******************************************************************
      * 9990-END-STEP - records the step with ELPSTP01: COMPLETE, or   *
      * FAILED on a return code of 8 or more.  ELPSTP01 raises the     *
      * return code to 8 if the end cannot be recorded.                *
      ******************************************************************
       9990-END-STEP.
           IF NOT ELP-STEP-BEGUN
               GO TO 9990-END-STEP-EXIT
           END-IF
           MOVE "END" TO SC-FUNCTION
           MOVE RETURN-CODE TO SC-RETURN-CODE
           CALL "ELPSTP01" USING ELP-STEP-CONTROL
           MOVE SC-RETURN-CODE TO RETURN-CODE.
       9990-END-STEP-EXIT.
           EXIT.

       9999-TERMINATE.
           PERFORM 8700-WRITE-CONTROL-RECORD
                   THRU 8700-WRITE-CONTROL-RECORD-EXIT
           CLOSE TRANSACTION-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CUSTOMER-ADDRESS-FILE
           CLOSE TRAN-EXCEPTION-FILE
           CLOSE TRAN-LOG-FILE
           CLOSE LEDGER-JOURNAL-FILE
           DISPLAY "ELPTRN01 - TRANSACTIONS READ    "
               ELP-TRAN-READ-COUNT
           DISPLAY "ELPTRN01 - ADDS APPLIED         "
               ELP-TRAN-CHANGE-COUNT
           DISPLAY "ELPTRN01 - DELETES APPLIED      "
               ELP-TRAN-DELETE-COUNT
           DISPLAY "ELPTRN01 - ADDRESSES APPLIED    "
               ELP-TRAN-ADDRESS-COUNT
           DISPLAY "ELPTRN01 - LEDGER ENTRIES       "
               ELP-LEDGER-COUNT
           DISPLAY "ELPTRN01 - TRANSACTIONS REJECTED "
               ELP-TRAN-REJECT-COUNT
           DISPLAY "ELPTRN01 - BATCH TOTALS"
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9990-END-STEP THRU 9990-END-STEP-EXIT
           Stop Run.

