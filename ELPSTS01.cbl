      ******************************************************************
      * Program: ELPSTS01.cbl                                         *
      * Author: Rey Devega                                            *
      * Date-Written: 10/03/2018                                      *
      * Purpose: Job-stream step status report for the operator.      *
      *          Reads RUNCTL - the business-date record and the      *
      *          step records ELPSTP01 keeps behind it (RUNSTEP) -    *
      *          and prints STEPRPT: every step that has started      *
      *          under the business date, in the order it first       *
      *          started, with its status, start and end times,       *
      *          return code, and CUSTFILE image, then the counts by  *
      *          status and what a resubmission would do: which       *
      *          completed steps it skips, where it resumes, and any  *
      *          step that must be rolled back with ELPRBK01 first.   *
      *          The same summary is DISPLAYed for the console.       *
      *          Read-only, so it can be run at any point in the      *
      *          night.                                               *
      * Tectonics: cobc                                               *
      *                                                                *
      * Modification History                                          *
      *   10/03/2018  RD  Original step status report.                *
      *   10/24/2018  RD  RUNCTL lines widened to 128 for the step    *
      *                   records' history image counts (RUNSTEP).    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELPSTS01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-RUNCTL-FILE-STATUS.

           SELECT STATUS-REPORT-FILE ASSIGN TO "STEPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-STEPRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 128 CHARACTERS.
       01  RUN-CONTROL-LINE               PIC X(128).

       FD  STATUS-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  STATUS-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  ELP-FILE-STATUSES.
           05  ELP-RUNCTL-FILE-STATUS     PIC X(02).
               88  ELP-RUNCTL-FILE-OK     VALUE "00".
               88  ELP-RUNCTL-FILE-EOF    VALUE "10".
           05  ELP-STEPRPT-FILE-STATUS    PIC X(02).
               88  ELP-STEPRPT-FILE-OK    VALUE "00".

       01  ELP-ABEND-WORK.
           05  ELP-ABEND-FILE-NAME        PIC X(08).
           05  ELP-ABEND-FILE-STATUS      PIC X(02).

       01  ELP-SWITCHES.
           05  ELP-RUNCTL-USABLE-SW       PIC X(01) VALUE "N".
               88  ELP-RUNCTL-USABLE      VALUE "Y".
           05  ELP-RESUME-FOUND-SW        PIC X(01) VALUE "N".
               88  ELP-RESUME-FOUND       VALUE "Y".

       01  RUN-CONTROL-RECORD.
           COPY RUNCTL.

       01  RUN-STEP-RECORD.
           COPY RUNSTEP.

       01  ELP-STATUS-COUNTS.
           05  ELP-STEP-LISTED-COUNT      PIC 9(04) COMP VALUE 0.
           05  ELP-OTHER-DATE-COUNT       PIC 9(04) COMP VALUE 0.
           05  ELP-COMPLETE-COUNT         PIC 9(04) COMP VALUE 0.
           05  ELP-FAILED-COUNT           PIC 9(04) COMP VALUE 0.
           05  ELP-STARTED-COUNT          PIC 9(04) COMP VALUE 0.
           05  ELP-ROLLED-BACK-COUNT      PIC 9(04) COMP VALUE 0.
           05  ELP-ROLLBACK-DUE-COUNT     PIC 9(04) COMP VALUE 0.

       01  ELP-RESUME-STEP                PIC X(08) VALUE SPACES.

       01  ELP-TIME-WORK                  PIC 9(08).
       01  ELP-TIME-SPLIT REDEFINES ELP-TIME-WORK.
           05  ELP-TIME-HH                PIC X(02).
           05  ELP-TIME-MM                PIC X(02).
           05  ELP-TIME-SS                PIC X(02).
           05  FILLER                     PIC X(02).

       01  ELP-TIME-EDIT.
           05  ELP-TE-HH                  PIC X(02).
           05  FILLER                     PIC X(01) VALUE ":".
           05  ELP-TE-MM                  PIC X(02).
           05  FILLER                     PIC X(01) VALUE ":".
           05  ELP-TE-SS                  PIC X(02).

       01  ELP-PRINT-CONTROL.
           05  ELP-PAGE-NUMBER         PIC 9(04) COMP VALUE 0.
           05  ELP-LINE-COUNT          PIC 9(04) COMP VALUE 0.
           05  ELP-LINES-PER-PAGE      PIC 9(04) COMP VALUE 50.

       01  ELP-HEADING-LINE-1.
           05  FILLER                  PIC X(34) VALUE
               "JOB-STREAM STEP STATUS".
           05  FILLER                  PIC X(15) VALUE
               " BUSINESS DATE ".
           05  ELP-H1-BUSINESS-DATE    PIC X(08).
           05  FILLER                  PIC X(14) VALUE
               "   RUN STATUS ".
           05  ELP-H1-RUN-STATUS       PIC X(08).
           05  FILLER                  PIC X(44) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  ELP-H1-PAGE-NUMBER      PIC ZZZ9.

       01  ELP-HEADING-LINE-2.
           05  FILLER                  PIC X(10) VALUE "STEP".
           05  FILLER                  PIC X(10) VALUE "STATUS".
           05  FILLER                  PIC X(19) VALUE "STARTED".
           05  FILLER                  PIC X(19) VALUE "ENDED".
           05  FILLER                  PIC X(06) VALUE "  RC".
           05  FILLER                  PIC X(14) VALUE "CUSTFILE IMAGE".
           05  FILLER                  PIC X(09) VALUE "CUSTOMERS".

       01  ELP-DETAIL-LINE.
           05  ELP-DL-STEP-NAME        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-STATUS           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-START-DATE       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ELP-DL-START-TIME       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-END-DATE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ELP-DL-END-TIME         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-RETURN-CODE      PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-IMAGE-NAME       PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-IMAGE-COUNT      PIC X(09).

       01  ELP-EDIT-WORK.
           05  ELP-EDIT-RC                PIC ZZZ9.
           05  ELP-EDIT-IMAGE-COUNT       PIC Z,ZZZ,ZZ9.

       01  ELP-SUMMARY-LINE.
           05  ELP-SM-LABEL            PIC X(34).
           05  ELP-SM-COUNT            PIC ZZZ9.

       01  ELP-NOTE-LINE               PIC X(100).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-LIST-ONE-STEP THRU 2000-LIST-ONE-STEP-EXIT
                   UNTIL ELP-RUNCTL-FILE-EOF
           PERFORM 3000-PRINT-SUMMARY THRU 3000-PRINT-SUMMARY-EXIT
           GO TO 9999-TERMINATE.

      ******************************************************************
      * 1000-INITIALIZE - opens the report and RUNCTL and reads the    *
      * business-date record.  No usable business date means no step   *
      * records to report.                                             *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT STATUS-REPORT-FILE
           IF NOT ELP-STEPRPT-FILE-OK
               MOVE "STEPRPT" TO ELP-ABEND-FILE-NAME
               MOVE ELP-STEPRPT-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT ELP-RUNCTL-FILE-OK
               MOVE "RUNCTL" TO ELP-ABEND-FILE-NAME
               MOVE ELP-RUNCTL-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           MOVE SPACES TO RUN-CONTROL-RECORD
           READ RUN-CONTROL-FILE INTO RUN-CONTROL-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF RC-BUSINESS-DATE NUMERIC
                       AND RC-BUSINESS-DATE > 0
                       SET ELP-RUNCTL-USABLE TO TRUE
                   END-IF
           END-READ
           IF NOT ELP-RUNCTL-USABLE
               DISPLAY "ELPSTS01 - RUNCTL HAS NO USABLE BUSINESS DATE "
                   "- NO STEP STATUS REPORTED"
               MOVE 12 TO RETURN-CODE
               GO TO 9999-TERMINATE
           END-IF
           MOVE RC-BUSINESS-DATE TO ELP-H1-BUSINESS-DATE
           MOVE RC-RUN-STATUS TO ELP-H1-RUN-STATUS
           PERFORM 8600-PRINT-HEADING THRU 8600-PRINT-HEADING-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LIST-ONE-STEP - one step record, counted by status.  The  *
      * first step not COMPLETE is where a resubmission resumes; a     *
      * CUSTFILE-updating step left STARTED or FAILED must be rolled   *
      * back before then (ELPSTP01 holds it otherwise).                *
      ******************************************************************
       2000-LIST-ONE-STEP.
           READ RUN-CONTROL-FILE INTO RUN-STEP-RECORD
               AT END
                   GO TO 2000-LIST-ONE-STEP-EXIT
           END-READ
           IF NOT RS-STEP-RECORD
               GO TO 2000-LIST-ONE-STEP-EXIT
           END-IF
           IF RS-BUSINESS-DATE NOT = RC-BUSINESS-DATE
               ADD 1 TO ELP-OTHER-DATE-COUNT
               GO TO 2000-LIST-ONE-STEP-EXIT
           END-IF
           ADD 1 TO ELP-STEP-LISTED-COUNT
           EVALUATE TRUE
               WHEN RS-STEP-COMPLETE
                   ADD 1 TO ELP-COMPLETE-COUNT
               WHEN RS-STEP-FAILED
                   ADD 1 TO ELP-FAILED-COUNT
               WHEN RS-STEP-ROLLED-BACK
                   ADD 1 TO ELP-ROLLED-BACK-COUNT
               WHEN OTHER
                   ADD 1 TO ELP-STARTED-COUNT
           END-EVALUATE
           IF NOT RS-STEP-COMPLETE
               AND NOT ELP-RESUME-FOUND
               SET ELP-RESUME-FOUND TO TRUE
               MOVE RS-STEP-NAME TO ELP-RESUME-STEP
           END-IF
           MOVE SPACES TO ELP-DETAIL-LINE
           MOVE RS-STEP-NAME TO ELP-DL-STEP-NAME
           MOVE RS-STEP-STATUS TO ELP-DL-STATUS
           MOVE RS-START-DATE TO ELP-DL-START-DATE
           MOVE RS-START-TIME TO ELP-TIME-WORK
           PERFORM 2100-EDIT-TIME THRU 2100-EDIT-TIME-EXIT
           MOVE ELP-TIME-EDIT TO ELP-DL-START-TIME
           IF RS-END-DATE NOT = 0
               MOVE RS-END-DATE TO ELP-DL-END-DATE
               MOVE RS-END-TIME TO ELP-TIME-WORK
               PERFORM 2100-EDIT-TIME THRU 2100-EDIT-TIME-EXIT
               MOVE ELP-TIME-EDIT TO ELP-DL-END-TIME
               MOVE RS-RETURN-CODE TO ELP-EDIT-RC
               MOVE ELP-EDIT-RC TO ELP-DL-RETURN-CODE
           END-IF
           IF RS-BACKUP-TAKEN
               STRING "BKP" RS-STEP-NAME DELIMITED BY SPACE
                   INTO ELP-DL-IMAGE-NAME
               END-STRING
               MOVE RS-IMAGE-COUNT TO ELP-EDIT-IMAGE-COUNT
               MOVE ELP-EDIT-IMAGE-COUNT TO ELP-DL-IMAGE-COUNT
               IF RS-STEP-STARTED OR RS-STEP-FAILED
                   ADD 1 TO ELP-ROLLBACK-DUE-COUNT
                   MOVE SPACES TO ELP-NOTE-LINE
                   STRING "          ROLL BACK WITH ELPRBK01 STEP="
                       RS-STEP-NAME " BEFORE RESUBMITTING"
                       DELIMITED BY SIZE INTO ELP-NOTE-LINE
                   END-STRING
               END-IF
           END-IF
           PERFORM 8500-CHECK-PAGE THRU 8500-CHECK-PAGE-EXIT
           WRITE STATUS-REPORT-LINE FROM ELP-DETAIL-LINE
           ADD 1 TO ELP-LINE-COUNT
           DISPLAY "ELPSTS01 - " RS-STEP-NAME " " RS-STEP-STATUS
           IF RS-BACKUP-TAKEN
               AND (RS-STEP-STARTED OR RS-STEP-FAILED)
               WRITE STATUS-REPORT-LINE FROM ELP-NOTE-LINE
               ADD 1 TO ELP-LINE-COUNT
           END-IF.
       2000-LIST-ONE-STEP-EXIT.
           EXIT.

       2100-EDIT-TIME.
           MOVE ELP-TIME-HH TO ELP-TE-HH
           MOVE ELP-TIME-MM TO ELP-TE-MM
           MOVE ELP-TIME-SS TO ELP-TE-SS.
       2100-EDIT-TIME-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRINT-SUMMARY - the counts by status and what a           *
      * resubmission of the night would do.                            *
      ******************************************************************
       3000-PRINT-SUMMARY.
           MOVE SPACES TO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           MOVE "STEPS STARTED THIS BUSINESS DATE" TO ELP-SM-LABEL
           MOVE ELP-STEP-LISTED-COUNT TO ELP-SM-COUNT
           WRITE STATUS-REPORT-LINE FROM ELP-SUMMARY-LINE
           MOVE "  COMPLETE" TO ELP-SM-LABEL
           MOVE ELP-COMPLETE-COUNT TO ELP-SM-COUNT
           WRITE STATUS-REPORT-LINE FROM ELP-SUMMARY-LINE
           MOVE "  FAILED" TO ELP-SM-LABEL
           MOVE ELP-FAILED-COUNT TO ELP-SM-COUNT
           WRITE STATUS-REPORT-LINE FROM ELP-SUMMARY-LINE
           MOVE "  STARTED, NO END RECORDED" TO ELP-SM-LABEL
           MOVE ELP-STARTED-COUNT TO ELP-SM-COUNT
           WRITE STATUS-REPORT-LINE FROM ELP-SUMMARY-LINE
           MOVE "  ROLLED BACK" TO ELP-SM-LABEL
           MOVE ELP-ROLLED-BACK-COUNT TO ELP-SM-COUNT
           WRITE STATUS-REPORT-LINE FROM ELP-SUMMARY-LINE
           IF ELP-OTHER-DATE-COUNT > 0
               MOVE "OLDER STEP RECORDS IGNORED" TO ELP-SM-LABEL
               MOVE ELP-OTHER-DATE-COUNT TO ELP-SM-COUNT
               WRITE STATUS-REPORT-LINE FROM ELP-SUMMARY-LINE
           END-IF
           MOVE SPACES TO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           MOVE SPACES TO ELP-NOTE-LINE
           EVALUATE TRUE
               WHEN RC-RUN-STATUS = "COMPLETE"
                   STRING "BUSINESS DATE IS COMPLETE - A RESUBMISSION "
                       "STOPS AT ITS FIRST STEP"
                       DELIMITED BY SIZE INTO ELP-NOTE-LINE
                   END-STRING
               WHEN ELP-STEP-LISTED-COUNT = 0
                   MOVE "NO STEP HAS STARTED UNDER THIS BUSINESS DATE"
                       TO ELP-NOTE-LINE
               WHEN ELP-RESUME-FOUND
                   STRING "A RESUBMISSION SKIPS EVERY COMPLETE STEP "
                       "AND RESUMES AT " ELP-RESUME-STEP
                       DELIMITED BY SIZE INTO ELP-NOTE-LINE
                   END-STRING
               WHEN OTHER
                   STRING "EVERY STEP STARTED IS COMPLETE - A "
                       "RESUBMISSION RUNS ONLY STEPS NOT YET STARTED"
                       DELIMITED BY SIZE INTO ELP-NOTE-LINE
                   END-STRING
           END-EVALUATE
           WRITE STATUS-REPORT-LINE FROM ELP-NOTE-LINE
           DISPLAY "ELPSTS01 - " ELP-NOTE-LINE
           IF ELP-ROLLBACK-DUE-COUNT > 0
               AND RC-RUN-STATUS NOT = "COMPLETE"
               MOVE ELP-ROLLBACK-DUE-COUNT TO ELP-SM-COUNT
               MOVE SPACES TO ELP-NOTE-LINE
               STRING ELP-SM-COUNT " CUSTFILE-UPDATING STEP(S) MUST "
                   "BE ROLLED BACK WITH ELPRBK01 FIRST - SEE ABOVE"
                   DELIMITED BY SIZE INTO ELP-NOTE-LINE
               END-STRING
               WRITE STATUS-REPORT-LINE FROM ELP-NOTE-LINE
               DISPLAY "ELPSTS01 - " ELP-NOTE-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-PRINT-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      * 1600-ABEND-OPEN-FAILURE - a required file would not open.  The *
      * caller moves the file name and the file status into            *
      * ELP-ABEND-FILE-NAME/ELP-ABEND-FILE-STATUS before PERFORMing    *
      * this, then GOes TO 9999-TERMINATE, the same convention as      *
      * elpCob1.                                                       *
      ******************************************************************
       1600-ABEND-OPEN-FAILURE.
           DISPLAY "ELPSTS01 - OPEN FAILED FOR " ELP-ABEND-FILE-NAME
               " - FILE STATUS " ELP-ABEND-FILE-STATUS
           MOVE 90 TO RETURN-CODE.
       1600-ABEND-OPEN-FAILURE-EXIT.
           EXIT.

       8500-CHECK-PAGE.
           IF ELP-LINE-COUNT >= ELP-LINES-PER-PAGE
               OR ELP-PAGE-NUMBER = 0
               PERFORM 8600-PRINT-HEADING
                       THRU 8600-PRINT-HEADING-EXIT
           END-IF.
       8500-CHECK-PAGE-EXIT.
           EXIT.

       8600-PRINT-HEADING.
           ADD 1 TO ELP-PAGE-NUMBER
           MOVE ELP-PAGE-NUMBER TO ELP-H1-PAGE-NUMBER
           WRITE STATUS-REPORT-LINE FROM ELP-HEADING-LINE-1
           MOVE SPACES TO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE FROM ELP-HEADING-LINE-2
           MOVE SPACES TO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           MOVE 0 TO ELP-LINE-COUNT.
       8600-PRINT-HEADING-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE RUN-CONTROL-FILE
           CLOSE STATUS-REPORT-FILE
           DISPLAY "ELPSTS01 - STEPS LISTED " ELP-STEP-LISTED-COUNT
           Stop Run.
