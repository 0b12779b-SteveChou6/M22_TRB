CT034***        IT AGAINST THE TELLER MASTER (NOT ON FILE, INACTIVE,
CT034***        NOT SUPERVISOR RANK, WRONG BRANCH, OR THE AMOUNT IS
CT034***        OVER THE APPROVER'S AUTHORITY). CT034
CT043           88  RTN-FEE-POSTED  VALUE "11".
CT043***        "11" IS NEVER AN ITEM'S OWN RESULT - IT MARKS THE
CT043***        SEPARATE SERVICE-FEE POSTING RCV0100 WRITES BEHIND A
CT043***        RECEIPT (FEETRF.CPY), SO FEES TALLY ON THEIR OWN. CT043
CT047           88  RTN-DUP-SUSPECT VALUE "12".
CT047***        "12" IS A RECEIPT FOR THE SAME ACCOUNT AND AMOUNT AS
CT047***        ONE ALREADY POSTED (DUPCHECK) THAT THE TELLER DID NOT
CT047***        CONFIRM (RCV-DUP-CONF) - NOT POSTED. CT047
CT048           88  RTN-HOLD-CODES  VALUE "01" "04" "06" "07" "10"
CT048                                     "12".
CT048***        RTN-HOLD-CODES ARE THE ITEMS RCV0100 COULD NOT POST
CT048***        BUT A SUPERVISOR CAN PUT RIGHT - THEY ARE KEPT ON
CT048***        THE HELD-ITEM QUEUE (HLDITM.CPY) FOR HLD0100. CT048
            05  SUP1            PIC X(09).
            05  SUP2            PIC X(09).
CT018       05  LK-NAME         PIC X(10) VALUE SPACES.
