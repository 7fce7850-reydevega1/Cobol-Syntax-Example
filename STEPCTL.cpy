      ******************************************************************
      * STEPCTL                                                       *
      * Author: Rey Devega                                            *
      * Date-Written: 10/03/2018                                      *
      * Purpose: Common layout for the parameter area passed on       *
      *          CALL "ELPSTP01", the job-step control routine.  The  *
      *          caller sets the function, its step name, whether the *
      *          step REWRITEs CUSTFILE (so needs the pre-update      *
      *          images - CUSTFILE, the SUSPFILE, INVHIST and WOFHIST *
      *          history files and CUSTADDR - and the LEDGJRNL entry  *
      *          count), and its current RETURN-CODE; ELPSTP01 hands  *
      *          back what the step should do and the return code to  *
      *          carry on with - the CALL itself resets RETURN-CODE,  *
      *          so the caller always moves SC-RETURN-CODE back.      *
      *            BEGIN    - record the step's start; RUN, SKIP (it  *
      *                       is already COMPLETE for the business    *
      *                       date), HOLD (RC 12 - see the DISPLAYs), *
      *                       or UNTRACKED (no usable RUNCTL, or the  *
      *                       business date is already COMPLETE).     *
      *            END      - record COMPLETE (RC below 8) or FAILED. *
      *            DAYDONE  - mark the business date COMPLETE, keeping*
      *                       the step records (ELPBAL01).            *
      *            FINDSTEP - return a step's record (ELPRBK01).      *
      *            ROLLBACK - mark a step, and every step started     *
      *                       after it, ROLLEDBK and reopen the       *
      *                       business date (ELPRBK01).               *
      *          Copied plain - the SC- prefix is reserved for this   *
      *          area.                                                *
      *                                                                 *
      * Modification History                                          *
      *   10/03/2018  RD  Original layout.                            *
      *   10/24/2018  RD  FINDSTEP also returns the history-file and  *
      *                   CUSTADDR image counts and the LEDGJRNL      *
      *                   entry count.                                *
      ******************************************************************
           10  SC-FUNCTION             PIC X(08).
               88  SC-BEGIN-STEP       VALUE "BEGIN".
               88  SC-END-STEP         VALUE "END".
               88  SC-DAY-DONE         VALUE "DAYDONE".
               88  SC-FIND-STEP        VALUE "FINDSTEP".
               88  SC-ROLL-BACK        VALUE "ROLLBACK".
           10  SC-STEP-NAME            PIC X(08).
           10  SC-BACKUP-SW            PIC X(01).
               88  SC-BACKUP-REQUIRED  VALUE "Y".
           10  SC-RETURN-CODE          PIC S9(04).
           10  SC-RESULT               PIC X(01).
               88  SC-STEP-RUN         VALUE "R".
               88  SC-STEP-SKIP        VALUE "S".
               88  SC-STEP-HOLD        VALUE "H".
               88  SC-STEP-UNTRACKED   VALUE "U".
               88  SC-STEP-FOUND       VALUE "F".
               88  SC-STEP-NOT-FOUND   VALUE "N".
           10  SC-BUSINESS-DATE        PIC 9(08).
           10  SC-STEP-STATUS          PIC X(08).
           10  SC-BACKUP-TAKEN-SW      PIC X(01).
               88  SC-BACKUP-TAKEN     VALUE "Y".
           10  SC-IMAGE-NAME           PIC X(12).
           10  SC-IMAGE-COUNT          PIC 9(07).
           10  SC-ROLLED-COUNT         PIC 9(04).
           10  SC-HISTORY-TAKEN-SW     PIC X(01).
               88  SC-HISTORY-TAKEN    VALUE "Y".
           10  SC-JOURNAL-COUNT        PIC 9(09).
           10  SC-SUSP-IMAGE-COUNT     PIC 9(07).
           10  SC-INV-IMAGE-COUNT      PIC 9(07).
           10  SC-WOF-IMAGE-COUNT      PIC 9(07).
           10  SC-ADDR-IMAGE-COUNT     PIC 9(07).
