      * Authorized-operator and dual-control working storage (see
      * AUTHOPRP.cpy and AUTHCHKP.cpy for the matching paragraphs).
      * AUTHOPR1 carries one fixed-layout card per operator per
      * controlled action:
      *     bytes  1-8   operator ID
      *     bytes 10-15  action - XTRREL (corporate extract release,
      *                  RUNCTL01), WOF (suspense write-off,
      *                  SUSPWOF1), CHG / DEA (department master
      *                  change / deactivation, DEPTTRN1)
      *     byte   17    role - 'S' may submit, 'A' may approve,
      *                  'B' both
      *     bytes 19-48  operator name
      * Every card for a controlled action must carry a submitter ID
      * and a different approver ID, the submitter holding S or B
      * and the approver A or B for that action.  A missing or empty
      * AUTHOPR1 refuses every controlled card - dual control fails
      * closed, never open.
       01 AUTH-STATUS         PIC XX.
       01 AUTH-LOADED         PIC X VALUE 'N'.
       01 AUTH-EOF            PIC X.
       01 AUTH-COUNT          PIC 9(3) VALUE ZERO.
       01 AUTH-IDX            PIC 9(3).
       01 AUTH-FOUND          PIC 9(3).
       01 AUTH-TABLE.
           05 AUTH-ENTRY OCCURS 200 TIMES.
               10 AUTH-OPER       PIC X(8).
               10 AUTH-ACTION     PIC X(6).
               10 AUTH-ROLE       PIC X.
               10 AUTH-NAME       PIC X(30).
      * The card under test: the caller fills the action, the two
      * IDs and a short description of what the card does, and
      * CHECK-DUAL-CONTROL leaves DUAL-REASON at spaces when the
      * card may be applied.
       01 DUAL-PROGRAM        PIC X(8) VALUE SPACES.
       01 DUAL-ACTION         PIC X(6).
       01 DUAL-SUBMITTER      PIC X(8).
       01 DUAL-APPROVER       PIC X(8).
       01 DUAL-DETAIL         PIC X(40).
       01 DUAL-REASON         PIC X(30).
       01 DUAL-DISP           PIC X(8).
       01 DUAL-LOG-STATUS     PIC XX.
       01 DUAL-LOG-LINE       PIC X(132).
      * DUALLOG1 record image (fixed columns, appended across runs
      * like OPALERT1): one line per controlled card, TAKEN once the
      * action is applied or REFUSED with the reason (NOTPROD for an
      * approved extract release whose extract could not be
      * written).  D1SOD reads it back for the monthly
      * segregation-of-duties report.
       01 DUAL-STRUCT.
           05 DLG-DATE          PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 DLG-TIME          PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 DLG-PROGRAM       PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 DLG-ACTION        PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 DLG-SUBMITTER     PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 DLG-APPROVER      PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 DLG-DISP          PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 DLG-DETAIL        PIC X(40).
           05 FILLER            PIC X VALUE SPACE.
           05 DLG-REASON        PIC X(30).
