      *                   digit of the page number fell off every     *
      *                   statement heading - the trailing filler is  *
      *                   now sized to fit.                           *
      *   06/13/2018  RD  Each statement now opens with the mailing   *
      *                   block (name, street lines, city/state/      *
      *                   postal code) from the new CUSTADDR address  *
      *                   master.  A customer with no address on file *
      *                   or flagged returned-mail gets no statement; *
      *                   each is listed instead on a CANNOT MAIL     *
      *                   page (with the contact phone, when there is *
      *                   one) ahead of the control page, the control *
      *                   page carries the withheld count, and the    *
      *                   step ends with a warning condition code so  *
      *                   the list is worked, not filed.              *
      *   10/03/2018  RD  Registers its start and end with the        *
      *                   ELPSTP01 step control.  A resubmitted       *
      *                   night skips the step once it is COMPLETE    *
      *                   for the business date.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELPSTM01.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-TRNLOG-FILE-STATUS.

           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-CUST-NUMBER
               FILE STATUS IS ELP-CUSTADDR-FILE-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "STMTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-STMT-FILE-STATUS.
                         ==CR-STATUS-DATE== BY
                             ==CO-STATUS-DATE==
                         ==CR-FIN-EXEMPT==  BY
                             ==CO-FIN-EXEMPT==
                         ==CR-MERGED-TO==   BY
                             ==CO-MERGED-TO==.

       FD  REGION-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  TL-CUST-NUMBER             PIC X(06).
           05  FILLER                     PIC X(28).

       FD  CUSTOMER-ADDRESS-FILE.
       01  CUSTOMER-ADDRESS-RECORD.
           COPY CUSTADDR.

       FD  STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STATEMENT-LINE                 PIC X(80).
               88  ELP-TRNLOG-FILE-EOF    VALUE "10".
           05  ELP-STMT-FILE-STATUS       PIC X(02).
               88  ELP-STMT-FILE-OK       VALUE "00".
           05  ELP-CUSTADDR-FILE-STATUS   PIC X(02).
               88  ELP-CUSTADDR-FILE-OK   VALUE "00".

       01  ELP-SWITCHES.
           05  ELP-CUSTOUT-EOF-SW         PIC X(01) VALUE "N".
               88  ELP-CUSTOUT-AT-EOF     VALUE "Y".
           05  ELP-ACTIVITY-FOUND-SW      PIC X(01) VALUE "N".
               88  ELP-ACTIVITY-FOUND     VALUE "Y".
           05  ELP-MAILABLE-SW            PIC X(01) VALUE "N".
               88  ELP-MAILABLE           VALUE "Y".

       01  ELP-ABEND-WORK.
           05  ELP-ABEND-FILE-NAME        PIC X(08).
               10  ELP-ACT-DATE           PIC X(08).
               10  ELP-ACT-ACTION         PIC X(06).

      ******************************************************************
      * The customers whose statements are withheld - no address on    *
      * CUSTADDR, or flagged returned-mail - held for the CANNOT MAIL  *
      * page that prints after the last statement.                     *
      ******************************************************************
       01  ELP-NOMAIL-TABLE.
           05  ELP-NM-MAX                 PIC 9(05) COMP VALUE 10000.
           05  ELP-NM-COUNT               PIC 9(05) COMP VALUE 0.
           05  ELP-NM-SUB                 PIC 9(05) COMP.
           05  ELP-NM-ENTRY               OCCURS 10000 TIMES.
               10  ELP-NM-CUST-NUMBER     PIC 9(06).
               10  ELP-NM-CUST-NAME       PIC X(30).
               10  ELP-NM-REASON          PIC X(20).
               10  ELP-NM-PHONE           PIC X(15).

       01  ELP-NOMAIL-REASON              PIC X(20).

       01  ELP-STMT-COUNTS.
           05  ELP-STMT-COUNT             PIC 9(06) COMP VALUE 0.
           05  ELP-STMT-PAGE-COUNT        PIC 9(06) COMP VALUE 0.
           05  ELP-NOMAIL-COUNT           PIC 9(06) COMP VALUE 0.

       01  ELP-PRINT-CONTROL.
           05  ELP-LINE-COUNT             PIC 9(04) COMP VALUE 0.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  ELP-SH-PAGE-NUMBER      PIC ZZZZZ9.

       01  ELP-STMT-MAIL-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  ELP-SM-TEXT             PIC X(40).

       01  ELP-STMT-CUST-LINE.
           05  FILLER                  PIC X(10) VALUE "CUSTOMER  ".
           05  ELP-SC-CUST-NUMBER      PIC 9(06).
           05  FILLER                  PIC X(08) VALUE "  PAGES ".
           05  ELP-CT-PAGE-COUNT       PIC ZZZZZ9.

       01  ELP-STMT-WITHHELD-LINE.
           05  FILLER                  PIC X(25) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               "  WITHHELD   ".
           05  ELP-CT-WITHHELD-COUNT   PIC ZZZZZ9.

       01  ELP-NOMAIL-TITLE-LINE       PIC X(50) VALUE
           "CANNOT MAIL - STATEMENTS WITHHELD".

       01  ELP-NOMAIL-COLUMN-LINE.
           05  FILLER                  PIC X(08) VALUE "CUSTOMER".
           05  FILLER                  PIC X(32) VALUE "  NAME".
           05  FILLER                  PIC X(22) VALUE "REASON".
           05  FILLER                  PIC X(15) VALUE "PHONE".

       01  ELP-NOMAIL-NONE-LINE        PIC X(40) VALUE
           "  NONE - EVERY STATEMENT MAILED".

       01  ELP-NOMAIL-DETAIL-LINE.
           05  ELP-ND-CUST-NUMBER      PIC 9(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  ELP-ND-CUST-NAME        PIC X(30).
           05  ELP-ND-REASON           PIC X(22).
           05  ELP-ND-PHONE            PIC X(15).

       01  ELP-STEP-CONTROL.
           COPY STEPCTL.

       01  ELP-STEP-BEGUN-SW              PIC X(01) VALUE "N".
           88  ELP-STEP-BEGUN             VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 3000-PRINT-ONE-STATEMENT
                   THRU 3000-PRINT-ONE-STATEMENT-EXIT
                   UNTIL ELP-CUSTOUT-AT-EOF
           PERFORM 4800-PRINT-CANNOT-MAIL-PAGE
                   THRU 4800-PRINT-CANNOT-MAIL-PAGE-EXIT
           PERFORM 5000-PRINT-CONTROL-PAGE
                   THRU 5000-PRINT-CONTROL-PAGE-EXIT
           GO TO 9999-TERMINATE.

       1000-INITIALIZE.
           PERFORM 1020-BEGIN-STEP THRU 1020-BEGIN-STEP-EXIT
           PERFORM 1050-READ-RUN-CONTROL
                   THRU 1050-READ-RUN-CONTROL-EXIT
           IF ELP-RUNCTL-FOUND
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           OPEN INPUT CUSTOMER-ADDRESS-FILE
           IF NOT ELP-CUSTADDR-FILE-OK
               MOVE "CUSTADDR" TO ELP-ABEND-FILE-NAME
               MOVE ELP-CUSTADDR-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           MOVE ELP-BUSINESS-DATE TO ELP-RUN-DATE
           MOVE ELP-RUN-DATE TO ELP-SH-RUN-DATE
           PERFORM 1700-LOAD-REGION-MASTER
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1020-BEGIN-STEP - registers the step with ELPSTP01 before any  *
      * file is opened.  A step already COMPLETE for the business date *
      * stops here on a resubmitted night with return code 0; a held   *
      * step stops with return code 12 (the ELPSTP01 DISPLAYs say      *
      * why).                                                          *
      ******************************************************************
       1020-BEGIN-STEP.
           MOVE "BEGIN" TO SC-FUNCTION
           MOVE "ELPSTM01" TO SC-STEP-NAME
           MOVE "N" TO SC-BACKUP-SW
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
      * 3000-PRINT-ONE-STATEMENT - one customer's statement, starting  *
      * on its own page: the mailing block, the identity block, the   *
      * balance block, and the statement-month activity lines from    *
      * TRNLOG.  A customer 3050 finds unmailable gets no statement,  *
      * only a line on the CANNOT MAIL page.                          *
      ******************************************************************
       3000-PRINT-ONE-STATEMENT.
           PERFORM 3050-GET-MAILING-ADDRESS
                   THRU 3050-GET-MAILING-ADDRESS-EXIT
           IF NOT ELP-MAILABLE
               PERFORM 3060-NOTE-CANNOT-MAIL
                       THRU 3060-NOTE-CANNOT-MAIL-EXIT
               GO TO 3000-NEXT-CUSTOMER
           END-IF
           PERFORM 3100-START-STATEMENT-PAGE
                   THRU 3100-START-STATEMENT-PAGE-EXIT
           PERFORM 3200-PRINT-MAILING-BLOCK
                   THRU 3200-PRINT-MAILING-BLOCK-EXIT
           MOVE CO-CUST-NUMBER TO ELP-SC-CUST-NUMBER
           MOVE CO-CUST-NAME TO ELP-SC-CUST-NAME
           MOVE ELP-STMT-CUST-LINE
                   THRU 4000-WRITE-STATEMENT-LINE-EXIT
           PERFORM 3500-PRINT-CUST-ACTIVITY
                   THRU 3500-PRINT-CUST-ACTIVITY-EXIT
           ADD 1 TO ELP-STMT-COUNT.
       3000-NEXT-CUSTOMER.
           PERFORM 2000-READ-CUSTOMER THRU 2000-READ-CUSTOMER-EXIT.
       3000-PRINT-ONE-STATEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 3050-GET-MAILING-ADDRESS - READs the customer's CUSTADDR entry *
      * and decides whether the statement can be mailed: there must    *
      * be an entry with a first street line and a city, and it must  *
      * not be flagged returned-mail.  ELP-NOMAIL-REASON says why not. *
      ******************************************************************
       3050-GET-MAILING-ADDRESS.
           MOVE "N" TO ELP-MAILABLE-SW
           MOVE SPACES TO ELP-NOMAIL-REASON
           MOVE CO-CUST-NUMBER TO CA-CUST-NUMBER
           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-ADDRESS-RECORD
                   MOVE "NO ADDRESS ON FILE" TO ELP-NOMAIL-REASON
                   GO TO 3050-GET-MAILING-ADDRESS-EXIT
           END-READ
           IF CA-RETURNED-MAIL = "Y"
               MOVE "RETURNED MAIL" TO ELP-NOMAIL-REASON
               GO TO 3050-GET-MAILING-ADDRESS-EXIT
           END-IF
           IF CA-STREET-1 = SPACES
               OR CA-CITY = SPACES
               MOVE "ADDRESS INCOMPLETE" TO ELP-NOMAIL-REASON
               GO TO 3050-GET-MAILING-ADDRESS-EXIT
           END-IF
           SET ELP-MAILABLE TO TRUE.
       3050-GET-MAILING-ADDRESS-EXIT.
           EXIT.

      ******************************************************************
      * 3060-NOTE-CANNOT-MAIL - holds a withheld customer for the      *
      * CANNOT MAIL page.  A table overflow is a warning - the         *
      * statement is still withheld and counted, it just misses the    *
      * page, and the operator is told.                                *
      ******************************************************************
       3060-NOTE-CANNOT-MAIL.
           ADD 1 TO ELP-NOMAIL-COUNT
           IF ELP-NM-COUNT < ELP-NM-MAX
               ADD 1 TO ELP-NM-COUNT
               MOVE CO-CUST-NUMBER TO ELP-NM-CUST-NUMBER(ELP-NM-COUNT)
               MOVE CO-CUST-NAME TO ELP-NM-CUST-NAME(ELP-NM-COUNT)
               MOVE ELP-NOMAIL-REASON TO ELP-NM-REASON(ELP-NM-COUNT)
               MOVE CA-PHONE TO ELP-NM-PHONE(ELP-NM-COUNT)
           ELSE
               DISPLAY "ELPSTM01 - CANNOT MAIL TABLE FULL - CUSTOMER "
                   CO-CUST-NUMBER " WITHHELD BUT NOT LISTED"
           END-IF.
       3060-NOTE-CANNOT-MAIL-EXIT.
           EXIT.

       3100-START-STATEMENT-PAGE.
           ADD 1 TO ELP-STMT-PAGE-COUNT
           MOVE ELP-STMT-PAGE-COUNT TO ELP-SH-PAGE-NUMBER
       3100-START-STATEMENT-PAGE-EXIT.
           EXIT.

      ******************************************************************
      * 3200-PRINT-MAILING-BLOCK - the address block the mail house    *
      * window envelope shows: name, one or two street lines, then     *
      * city, state, and postal code run together on one line.         *
      ******************************************************************
       3200-PRINT-MAILING-BLOCK.
           MOVE CO-CUST-NAME TO ELP-SM-TEXT
           MOVE ELP-STMT-MAIL-LINE TO ELP-STMT-PRINT-AREA
           PERFORM 4000-WRITE-STATEMENT-LINE
                   THRU 4000-WRITE-STATEMENT-LINE-EXIT
           MOVE CA-STREET-1 TO ELP-SM-TEXT
           MOVE ELP-STMT-MAIL-LINE TO ELP-STMT-PRINT-AREA
           PERFORM 4000-WRITE-STATEMENT-LINE
                   THRU 4000-WRITE-STATEMENT-LINE-EXIT
           IF CA-STREET-2 NOT = SPACES
               MOVE CA-STREET-2 TO ELP-SM-TEXT
               MOVE ELP-STMT-MAIL-LINE TO ELP-STMT-PRINT-AREA
               PERFORM 4000-WRITE-STATEMENT-LINE
                       THRU 4000-WRITE-STATEMENT-LINE-EXIT
           END-IF
           MOVE SPACES TO ELP-SM-TEXT
           STRING CA-CITY DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  CA-STATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CA-POSTAL-CODE DELIMITED BY SIZE
               INTO ELP-SM-TEXT
           END-STRING
           MOVE ELP-STMT-MAIL-LINE TO ELP-STMT-PRINT-AREA
           PERFORM 4000-WRITE-STATEMENT-LINE
                   THRU 4000-WRITE-STATEMENT-LINE-EXIT
           PERFORM 4100-WRITE-BLANK-LINE
                   THRU 4100-WRITE-BLANK-LINE-EXIT.
       3200-PRINT-MAILING-BLOCK-EXIT.
           EXIT.

      ******************************************************************
      * 3500-PRINT-CUST-ACTIVITY - walks the statement-month activity  *
      * table for this customer's lines.  A customer with none gets   *
       4510-CHECK-ONE-REGION-EXIT.
           EXIT.

      ******************************************************************
      * 4800-PRINT-CANNOT-MAIL-PAGE - every customer whose statement   *
      * was withheld, with the reason and the contact phone, so        *
      * collections can chase a good address.  Prints (with a NONE     *
      * line) even on a clean run so the page is always in the pack.   *
      ******************************************************************
       4800-PRINT-CANNOT-MAIL-PAGE.
           PERFORM 3100-START-STATEMENT-PAGE
                   THRU 3100-START-STATEMENT-PAGE-EXIT
           MOVE ELP-NOMAIL-TITLE-LINE TO ELP-STMT-PRINT-AREA
           PERFORM 4000-WRITE-STATEMENT-LINE
                   THRU 4000-WRITE-STATEMENT-LINE-EXIT
           PERFORM 4100-WRITE-BLANK-LINE
                   THRU 4100-WRITE-BLANK-LINE-EXIT
           IF ELP-NM-COUNT = 0
               MOVE ELP-NOMAIL-NONE-LINE TO ELP-STMT-PRINT-AREA
               PERFORM 4000-WRITE-STATEMENT-LINE
                       THRU 4000-WRITE-STATEMENT-LINE-EXIT
               GO TO 4800-PRINT-CANNOT-MAIL-PAGE-EXIT
           END-IF
           MOVE ELP-NOMAIL-COLUMN-LINE TO ELP-STMT-PRINT-AREA
           PERFORM 4000-WRITE-STATEMENT-LINE
                   THRU 4000-WRITE-STATEMENT-LINE-EXIT
           PERFORM 4810-PRINT-ONE-NOMAIL
                   THRU 4810-PRINT-ONE-NOMAIL-EXIT
                   VARYING ELP-NM-SUB FROM 1 BY 1
                   UNTIL ELP-NM-SUB > ELP-NM-COUNT.
       4800-PRINT-CANNOT-MAIL-PAGE-EXIT.
           EXIT.

       4810-PRINT-ONE-NOMAIL.
           MOVE ELP-NM-CUST-NUMBER(ELP-NM-SUB) TO ELP-ND-CUST-NUMBER
           MOVE ELP-NM-CUST-NAME(ELP-NM-SUB) TO ELP-ND-CUST-NAME
           MOVE ELP-NM-REASON(ELP-NM-SUB) TO ELP-ND-REASON
           MOVE ELP-NM-PHONE(ELP-NM-SUB) TO ELP-ND-PHONE
           MOVE ELP-NOMAIL-DETAIL-LINE TO ELP-STMT-PRINT-AREA
           PERFORM 4000-WRITE-STATEMENT-LINE
                   THRU 4000-WRITE-STATEMENT-LINE-EXIT.
       4810-PRINT-ONE-NOMAIL-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PRINT-CONTROL-PAGE - the mail house control page: the     *
      * statement count and the page count (this control page          *
      * included), for verifying the print run, and the count of      *
      * statements withheld as unmailable.                             *
      ******************************************************************
       5000-PRINT-CONTROL-PAGE.
           PERFORM 3100-START-STATEMENT-PAGE
                   THRU 3100-START-STATEMENT-PAGE-EXIT
           MOVE ELP-STMT-COUNT TO ELP-CT-STMT-COUNT
           MOVE ELP-STMT-PAGE-COUNT TO ELP-CT-PAGE-COUNT
           WRITE STATEMENT-LINE FROM ELP-STMT-CONTROL-LINE
           MOVE ELP-NOMAIL-COUNT TO ELP-CT-WITHHELD-COUNT
           WRITE STATEMENT-LINE FROM ELP-STMT-WITHHELD-LINE.
       5000-PRINT-CONTROL-PAGE-EXIT.
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
           CLOSE CUSTOMER-OUT-FILE
           CLOSE CUSTOMER-ADDRESS-FILE
           CLOSE STATEMENT-FILE
           DISPLAY "ELPSTM01 - STATEMENTS PRINTED "
               ELP-STMT-COUNT
           DISPLAY "ELPSTM01 - PAGES PRINTED      "
               ELP-STMT-PAGE-COUNT
           DISPLAY "ELPSTM01 - STATEMENTS WITHHELD "
               ELP-NOMAIL-COUNT
           IF ELP-NOMAIL-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9990-END-STEP THRU 9990-END-STEP-EXIT
           Stop Run.
