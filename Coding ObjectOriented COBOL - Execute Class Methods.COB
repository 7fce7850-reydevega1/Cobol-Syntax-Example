      *                   completed night's exception report stays
      *                   intact instead of being truncated to an
      *                   empty FAIL page.
      *   10/03/2018  RD  Registers its start and end with the
      *                   ELPSTP01 step control.  A resubmitted
      *                   night skips the step once it is COMPLETE
      *                   for the business date.
      *   10/17/2018  RD  CUSTREC now carries the merged-into customer
      *                   number set by the ELPMRG01 account merge; it
      *                   rides through inValueTbl/outValueTbl and
      *                   CUSTOUT like every other column.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. elpCob1.
                         ==CR-STATUS-DATE== BY
                             ==OR-STATUS-DATE==
                         ==CR-FIN-EXEMPT==  BY
                             ==OR-FIN-EXEMPT==
                         ==CR-MERGED-TO==   BY
                             ==OR-MERGED-TO==.

       FD  VALIDATION-EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
                         ==CR-STATUS-DATE== BY
                             ==BR-STATUS-DATE==
                         ==CR-FIN-EXEMPT==  BY
                             ==BR-FIN-EXEMPT==
                         ==CR-MERGED-TO==   BY
                             ==BR-MERGED-TO==.

       FD  CROSS-REFERENCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
                         ==CR-STATUS-DATE== BY
                             ==IT-STATUS-DATE==
                         ==CR-FIN-EXEMPT==  BY
                             ==IT-FIN-EXEMPT==
                         ==CR-MERGED-TO==   BY
                             ==IT-MERGED-TO==.

       01  ELP-RGN-LOOKUP-WORK.
           05  ELP-RGN-LOOKUP-SUB           PIC 9(03) COMP.
                         ==CR-STATUS-DATE== BY
                             ==OT-STATUS-DATE==
                         ==CR-FIN-EXEMPT==  BY
                             ==OT-FIN-EXEMPT==
                         ==CR-MERGED-TO==   BY
                             ==OT-MERGED-TO==.

       01  ELP-STEP-CONTROL.
           COPY STEPCTL.

       01  ELP-STEP-BEGUN-SW                PIC X(01) VALUE "N".
           88  ELP-STEP-BEGUN               VALUE "Y".

       LINKAGE SECTION.
       01  ELP-PARM-INFO.
           GO TO 9999-TERMINATE.

       1000-INITIALIZE.
           PERFORM 1020-BEGIN-STEP THRU 1020-BEGIN-STEP-EXIT
           PERFORM 1050-READ-RUN-CONTROL
                   THRU 1050-READ-RUN-CONTROL-EXIT
           IF ELP-RUNCTL-FOUND
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
           MOVE "ELPCOB1" TO SC-STEP-NAME
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
               IT-STATUS-DATE OF in-Tbl-Entry(in-Tbl-Idx)
           MOVE CR-FIN-EXEMPT TO
               IT-FIN-EXEMPT OF in-Tbl-Entry(in-Tbl-Idx)
           MOVE CR-MERGED-TO TO
               IT-MERGED-TO OF in-Tbl-Entry(in-Tbl-Idx)
           ADD 1 TO ELP-CKPT-COUNTDOWN
           IF ELP-CKPT-COUNTDOWN >= ELP-CKPT-INTERVAL
               PERFORM 2300-WRITE-CHECKPOINT
               IT-STATUS-DATE OF in-Tbl-Entry(in-Tbl-Idx)
           MOVE BR-FIN-EXEMPT TO
               IT-FIN-EXEMPT OF in-Tbl-Entry(in-Tbl-Idx)
           MOVE BR-MERGED-TO TO
               IT-MERGED-TO OF in-Tbl-Entry(in-Tbl-Idx)
           ADD 1 TO ELP-BRANCH-ADDED-COUNT
           MOVE BR-CUST-NUMBER TO XR-OLD-NUMBER
           MOVE ELP-MERGE-CAND-NUMBER TO XR-NEW-NUMBER
               OR-STATUS-DATE
           MOVE OT-FIN-EXEMPT OF out-Tbl-Entry(out-Tbl-Idx) TO
               OR-FIN-EXEMPT
           MOVE OT-MERGED-TO OF out-Tbl-Entry(out-Tbl-Idx) TO
               OR-MERGED-TO
           WRITE OUTPUT-RECORD
               INVALID KEY
                   PERFORM 8520-HANDLE-OUTPUT-INVALID-KEY
       8700-WRITE-CONTROL-RECORD-EXIT.
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
           PERFORM 9000-WRITE-EXCEPTION-REPORT
                   THRU 9000-WRITE-EXCEPTION-REPORT-EXIT
                   CLOSE CHECKPOINT-FILE
               END-IF
           END-IF
           PERFORM 9990-END-STEP THRU 9990-END-STEP-EXIT
           Stop Run.
