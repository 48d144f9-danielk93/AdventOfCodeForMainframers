      *                                          not blank)
      *        bytes 40-59  owning contact      (ADD, or CHG when
      *                                          not blank)
      *        bytes 61-68  submitting operator (CHG, DEA, GLM)
      *        bytes 70-77  approving operator  (CHG, DEA, GLM)
      *    A GLM card maps the department to the general-ledger
      *    cost centre and account its chargeback is debited to:
      *        bytes  1-3   GLM
      *        bytes  5-7   department code
      *        bytes  9-14  cost centre
      *        bytes 16-25  account
      *    CHG, DEA and GLM are under dual control: the card must
      *    name an AUTHOPR1 operator allowed to submit it and a
      *    different one allowed to approve it (GLM is a master
      *    change and takes the CHG authority), or it is rejected
      *    with an alert.  Applied and refused controlled cards are
      *    logged on DUALLOG1 for the segregation-of-duties report.
      *    ADD refuses a code already on file, CHG and DEA refuse a
      *    code that is not; DEA flips the entry inactive rather
      *    than deleting it, so history reports keep their names.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

           SELECT AUTH-FILE ASSIGN TO "AUTHOPR1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUTH-STATUS.

           SELECT DUAL-LOG-FILE ASSIGN TO "DUALLOG1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DUAL-LOG-STATUS.

           SELECT THR-FILE ASSIGN TO "THRESH01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS THR-STATUS.

           SELECT ALERT-FILE ASSIGN TO "OPALERT1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRAN-FILE.
           05 TRAN-CODE         PIC X(3).
           05 FILLER            PIC X.
           05 TRAN-NAME         PIC X(30).
           05 TRAN-GL-MAP REDEFINES TRAN-NAME.
               10 TRAN-COST-CTR     PIC X(6).
               10 FILLER            PIC X.
               10 TRAN-GL-ACCT      PIC X(10).
               10 FILLER            PIC X(13).
           05 FILLER            PIC X.
           05 TRAN-CONTACT      PIC X(20).
           05 FILLER            PIC X.
           05 TRAN-SUBMITTER    PIC X(8).
           05 FILLER            PIC X.
           05 TRAN-APPROVER     PIC X(8).
           05 FILLER            PIC X(3).

       FD DEPTM-FILE.
       01 DEPTM-RECORD PIC X(80).
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       FD AUTH-FILE.
       01 AUTH-RECORD PIC X(80).

       FD DUAL-LOG-FILE.
       01 DUAL-LOG-RECORD PIC X(132).

       FD THR-FILE.
       01 THR-RECORD PIC X(40).

       FD ALERT-FILE.
       01 ALERT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 TRAN-STATUS       PIC XX.
       01 REPORT-STATUS     PIC XX.
       01 DISPLAY-COUNT     PIC ZZZ9.
       COPY CALDEPT.
       COPY CALDEPM.
       COPY RUNCTL.
       COPY CALTHR.
       COPY AUTHOPR.

       PROCEDURE DIVISION.
       BEGIN.
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM LOAD-DEPT-MASTER.
           PERFORM LOAD-AUTH-OPERATORS.
           MOVE "D1DEPTM" TO DUAL-PROGRAM.
           IF DEPTM-LOADED = 'N'
               MOVE "CALDEPM1 EMPTY OR ABSENT - BUILDING NEW MASTER"
                   TO REPORT-RECORD
           MOVE TRAN-CODE TO DEPT-CODE-WORK.
           PERFORM FIND-DEPT-MASTER.
           MOVE SPACES TO REJECT-REASON.
           IF TRAN-ACTION = "CHG" OR TRAN-ACTION = "DEA" OR
              TRAN-ACTION = "GLM"
               PERFORM CHECK-MASTER-CHANGE-CARD
           END-IF.
           IF REJECT-REASON = SPACES
               EVALUATE TRAN-ACTION
                   WHEN "ADD"
                       PERFORM APPLY-ADD
                   WHEN "CHG"
                       PERFORM APPLY-CHANGE
                   WHEN "DEA"
                       PERFORM APPLY-DEACTIVATE
                   WHEN "GLM"
                       PERFORM APPLY-GL-MAPPING
                   WHEN OTHER
                       MOVE "UNRECOGNIZED ACTION" TO REJECT-REASON
               END-EVALUATE
               IF REJECT-REASON = SPACES AND
                  (TRAN-ACTION = "CHG" OR TRAN-ACTION = "DEA" OR
                   TRAN-ACTION = "GLM")
                   MOVE "TAKEN" TO DUAL-DISP
                   PERFORM WRITE-DUAL-CONTROL-LOG
               END-IF
           END-IF.
           IF REJECT-REASON = SPACES
               ADD 1 TO APPLIED-COUNT
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       CHECK-MASTER-CHANGE-CARD.
           IF TRAN-ACTION = "GLM"
               MOVE "CHG" TO DUAL-ACTION
           ELSE
               MOVE TRAN-ACTION TO DUAL-ACTION
           END-IF.
           MOVE TRAN-SUBMITTER TO DUAL-SUBMITTER.
           MOVE TRAN-APPROVER TO DUAL-APPROVER.
           MOVE SPACES TO DUAL-DETAIL.
           STRING "DEPARTMENT MASTER " DELIMITED BY SIZE
                  TRAN-ACTION DELIMITED BY SIZE
                  " CODE=" DELIMITED BY SIZE
                  TRAN-CODE DELIMITED BY SIZE
                  INTO DUAL-DETAIL.
           PERFORM CHECK-DUAL-CONTROL.
           IF DUAL-REASON NOT = SPACES
               STRING "DUAL CONTROL - " DELIMITED BY SIZE
                      DUAL-REASON DELIMITED BY SIZE
                      INTO REJECT-REASON
           END-IF.

       APPLY-ADD.
           EVALUATE TRUE
               WHEN TRAN-CODE = SPACES
                   MOVE TRAN-NAME TO DEPTM-NAME (DEPTM-COUNT)
                   MOVE 'A' TO DEPTM-ACTIVE (DEPTM-COUNT)
                   MOVE TRAN-CONTACT TO DEPTM-CONTACT (DEPTM-COUNT)
                   MOVE SPACES TO DEPTM-COST-CTR (DEPTM-COUNT)
                   MOVE SPACES TO DEPTM-GL-ACCT (DEPTM-COUNT)
           END-EVALUATE.

       APPLY-CHANGE.
               MOVE 'A' TO DEPTM-ACTIVE (DEPTM-FOUND)
           END-IF.

       APPLY-GL-MAPPING.
           EVALUATE TRUE
               WHEN DEPTM-FOUND = ZERO
                   MOVE "CODE NOT ON MASTER" TO REJECT-REASON
               WHEN TRAN-COST-CTR = SPACES OR TRAN-GL-ACCT = SPACES
                   MOVE "COST CENTRE OR ACCOUNT IS BLANK"
                       TO REJECT-REASON
               WHEN OTHER
                   MOVE TRAN-COST-CTR TO DEPTM-COST-CTR (DEPTM-FOUND)
                   MOVE TRAN-GL-ACCT TO DEPTM-GL-ACCT (DEPTM-FOUND)
           END-EVALUATE.

       APPLY-DEACTIVATE.
           IF DEPTM-FOUND = ZERO
               MOVE "CODE NOT ON MASTER" TO REJECT-REASON
                       TO DEPTM-RECORD (34:1)
                   MOVE DEPTM-CONTACT (DEPTM-IDX)
                       TO DEPTM-RECORD (35:20)
                   MOVE DEPTM-COST-CTR (DEPTM-IDX)
                       TO DEPTM-RECORD (55:6)
                   MOVE DEPTM-GL-ACCT (DEPTM-IDX)
                       TO DEPTM-RECORD (61:10)
                   WRITE DEPTM-RECORD
               END-PERFORM
               CLOSE DEPTM-FILE
           END-IF.

       COPY CALDEPMP.

       COPY CALTHRP.

       COPY AUTHOPRP.

       COPY AUTHCHKP.
