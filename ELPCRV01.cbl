      *                   heading, and the CRVmmdd batch id - now     *
      *                   comes from the RUNCTL business date         *
      *                   instead of the wall clock.                  *
      *   10/03/2018  RD  Registers its start and end with the        *
      *                   ELPSTP01 step control.  A resubmitted       *
      *                   night skips the step once it is COMPLETE    *
      *                   for the business date.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELPCRV01.
                         ==CR-STATUS-DATE== BY
                             ==CO-STATUS-DATE==
                         ==CR-FIN-EXEMPT==  BY
                             ==CO-FIN-EXEMPT==
                         ==CR-MERGED-TO==   BY
                             ==CO-MERGED-TO==.

      ******************************************************************
      * PENDTRAN carries the same 80-byte record TRANFILE does, so    *
           05  FILLER                  PIC X(09) VALUE "  HOLDS ".
           05  ELP-TL-HOLDS            PIC ZZZZZ9.

       01  ELP-STEP-CONTROL.
           COPY STEPCTL.

       01  ELP-STEP-BEGUN-SW              PIC X(01) VALUE "N".
           88  ELP-STEP-BEGUN             VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           GO TO 9999-TERMINATE.

       1000-INITIALIZE.
           PERFORM 1020-BEGIN-STEP THRU 1020-BEGIN-STEP-EXIT
           OPEN INPUT CUSTOMER-OUT-FILE
           IF NOT ELP-CUSTOUT-FILE-OK
               MOVE "CUSTOUT" TO ELP-ABEND-FILE-NAME
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
           MOVE "ELPCRV01" TO SC-STEP-NAME
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
       9800-WRITE-BATCH-TRAILER-EXIT.
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
           IF ELP-PENDING-FILE-OK
               PERFORM 9800-WRITE-BATCH-TRAILER
               ELP-REDUCE-COUNT
           DISPLAY "ELPCRV01 - HOLDS RECOMMENDED    "
               ELP-HOLD-COUNT
           PERFORM 9990-END-STEP THRU 9990-END-STEP-EXIT
           Stop Run.
