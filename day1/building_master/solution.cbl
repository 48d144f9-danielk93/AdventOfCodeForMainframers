       IDENTIFICATION DIVISION.
       PROGRAM-ID. D1BLDGM.

      *    Building register maintenance: applies the BLDGTRN1
      *    transaction cards facilities keys against the BLDREG1
      *    building register and rewrites it in place.  Card layout:
      *        bytes  1-3   action - ADD / CHG / DEA
      *        bytes  5-12  instruction set name (as on SET=)
      *        bytes 14-43  building description  (ADD, or CHG when
      *                                            not blank)
      *        bytes 45-48  top floor             (ADD, or CHG when
      *                                            not blank)
      *        bytes 50-53  lowest basement level (ADD, or CHG when
      *                                            not blank)
      *    Floor limits are four unsigned digits; the basement level
      *    counts levels below ground (0002 allows floor -2).  ADD
      *    refuses a set already on file, CHG and DEA refuse a set
      *    that is not; DEA flips the entry inactive rather than
      *    deleting it, so D1 withholds the set by name instead of
      *    treating it as never registered.  Every card's
      *    disposition prints on BLDMRPT1.  RC 4 = at least one card
      *    was rejected, RC 16 = no transactions.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO "BLDGTRN1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRAN-STATUS.

           SELECT BLDG-FILE ASSIGN TO "BLDREG1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BLDG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BLDMRPT1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRAN-FILE.
       01 TRAN-RECORD.
           05 TRAN-ACTION       PIC X(3).
           05 FILLER            PIC X.
           05 TRAN-SET          PIC X(8).
           05 FILLER            PIC X.
           05 TRAN-DESC         PIC X(30).
           05 FILLER            PIC X.
           05 TRAN-TOP-FLOOR    PIC X(4).
           05 FILLER            PIC X.
           05 TRAN-LOW-LEVEL    PIC X(4).
           05 FILLER            PIC X(27).

       FD BLDG-FILE.
       01 BLDG-RECORD PIC X(80).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 TRAN-STATUS       PIC XX.
       01 REPORT-STATUS     PIC XX.
       01 TRAN-EOF          PIC X VALUE 'N'.
       01 APPLIED-COUNT     PIC 9(4) VALUE ZERO.
       01 REJECTED-COUNT    PIC 9(4) VALUE ZERO.
       01 REJECT-REASON     PIC X(40).
       01 DISPLAY-COUNT     PIC ZZZ9.
       COPY BLDREG.

       PROCEDURE DIVISION.
       BEGIN.
           OPEN INPUT TRAN-FILE.
           IF TRAN-STATUS NOT = "00"
               DISPLAY "BLDGTRN1 not available - no building "
                   "transactions to apply"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY "BLDMRPT1 could not be opened for output"
               CLOSE TRAN-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "BUILDING REGISTER MAINTENANCE REPORT"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM LOAD-BUILDING-REGISTER.
           IF BLDG-LOADED = 'N'
               MOVE "BLDREG1 EMPTY OR ABSENT - BUILDING NEW REGISTER"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM UNTIL TRAN-EOF = 'Y'
               READ TRAN-FILE
                   AT END
                       MOVE 'Y' TO TRAN-EOF
                   NOT AT END
                       IF TRAN-RECORD NOT = SPACES
                           PERFORM APPLY-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRAN-FILE.
           PERFORM REWRITE-BUILDING-REGISTER.
           MOVE APPLIED-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "CARDS APPLIED =" DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE REJECTED-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "CARDS REJECTED=" DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "END OF REPORT" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           DISPLAY "===== D1BLDGM control totals =====".
           DISPLAY "Transactions applied.: " APPLIED-COUNT.
           DISPLAY "Transactions rejected: " REJECTED-COUNT.
           IF REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       APPLY-ONE-TRANSACTION.
           MOVE TRAN-SET TO BLDG-SET-WORK.
           PERFORM FIND-BUILDING.
           MOVE SPACES TO REJECT-REASON.
           EVALUATE TRAN-ACTION
               WHEN "ADD"
                   PERFORM APPLY-ADD
               WHEN "CHG"
                   PERFORM APPLY-CHANGE
               WHEN "DEA"
                   PERFORM APPLY-DEACTIVATE
               WHEN OTHER
                   MOVE "UNRECOGNIZED ACTION" TO REJECT-REASON
           END-EVALUATE.
           IF REJECT-REASON = SPACES
               ADD 1 TO APPLIED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "APPLIED   " DELIMITED BY SIZE
                      TRAN-ACTION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TRAN-SET DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               ADD 1 TO REJECTED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "REJECTED  " DELIMITED BY SIZE
                      TRAN-ACTION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TRAN-SET DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      REJECT-REASON DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       APPLY-ADD.
           EVALUATE TRUE
               WHEN TRAN-SET = SPACES
                   MOVE "SET NAME IS BLANK" TO REJECT-REASON
               WHEN BLDG-FOUND > ZERO
                   MOVE "SET ALREADY ON REGISTER" TO REJECT-REASON
               WHEN TRAN-DESC = SPACES
                   MOVE "DESCRIPTION IS BLANK" TO REJECT-REASON
               WHEN TRAN-TOP-FLOOR IS NOT NUMERIC
                   MOVE "TOP FLOOR NOT 4 DIGITS" TO REJECT-REASON
               WHEN TRAN-LOW-LEVEL IS NOT NUMERIC
                   MOVE "BASEMENT LEVEL NOT 4 DIGITS"
                       TO REJECT-REASON
               WHEN BLDG-COUNT >= 100
                   MOVE "REGISTER TABLE FULL" TO REJECT-REASON
               WHEN OTHER
                   ADD 1 TO BLDG-COUNT
                   MOVE TRAN-SET TO BLDG-SET (BLDG-COUNT)
                   MOVE TRAN-DESC TO BLDG-DESC (BLDG-COUNT)
                   MOVE 'A' TO BLDG-ACTIVE (BLDG-COUNT)
                   MOVE TRAN-TOP-FLOOR TO BLDG-TOP-FLOOR (BLDG-COUNT)
                   MOVE TRAN-LOW-LEVEL TO BLDG-LOW-LEVEL (BLDG-COUNT)
           END-EVALUATE.

       APPLY-CHANGE.
           EVALUATE TRUE
               WHEN BLDG-FOUND = ZERO
                   MOVE "SET NOT ON REGISTER" TO REJECT-REASON
               WHEN TRAN-TOP-FLOOR NOT = SPACES AND
                    TRAN-TOP-FLOOR IS NOT NUMERIC
                   MOVE "TOP FLOOR NOT 4 DIGITS" TO REJECT-REASON
               WHEN TRAN-LOW-LEVEL NOT = SPACES AND
                    TRAN-LOW-LEVEL IS NOT NUMERIC
                   MOVE "BASEMENT LEVEL NOT 4 DIGITS"
                       TO REJECT-REASON
               WHEN OTHER
                   IF TRAN-DESC NOT = SPACES
                       MOVE TRAN-DESC TO BLDG-DESC (BLDG-FOUND)
                   END-IF
                   IF TRAN-TOP-FLOOR NOT = SPACES
                       MOVE TRAN-TOP-FLOOR
                           TO BLDG-TOP-FLOOR (BLDG-FOUND)
                   END-IF
                   IF TRAN-LOW-LEVEL NOT = SPACES
                       MOVE TRAN-LOW-LEVEL
                           TO BLDG-LOW-LEVEL (BLDG-FOUND)
                   END-IF
                   MOVE 'A' TO BLDG-ACTIVE (BLDG-FOUND)
           END-EVALUATE.

       APPLY-DEACTIVATE.
           IF BLDG-FOUND = ZERO
               MOVE "SET NOT ON REGISTER" TO REJECT-REASON
           ELSE
               MOVE 'I' TO BLDG-ACTIVE (BLDG-FOUND)
           END-IF.

       REWRITE-BUILDING-REGISTER.
           OPEN OUTPUT BLDG-FILE.
           IF BLDG-STATUS NOT = "00"
               DISPLAY "BLDREG1 could not be opened for output - "
                   "register not rewritten"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING BLDG-IDX FROM 1 BY 1
                   UNTIL BLDG-IDX > BLDG-COUNT
                   MOVE SPACES TO BLDG-RECORD
                   MOVE BLDG-SET (BLDG-IDX)
                       TO BLDG-RECORD (1:8)
                   MOVE BLDG-DESC (BLDG-IDX)
                       TO BLDG-RECORD (9:30)
                   MOVE BLDG-ACTIVE (BLDG-IDX)
                       TO BLDG-RECORD (39:1)
                   MOVE BLDG-TOP-FLOOR (BLDG-IDX)
                       TO BLDG-RECORD (40:4)
                   MOVE BLDG-LOW-LEVEL (BLDG-IDX)
                       TO BLDG-RECORD (44:4)
                   WRITE BLDG-RECORD
               END-PERFORM
               CLOSE BLDG-FILE
           END-IF.

       COPY BLDREGP.
