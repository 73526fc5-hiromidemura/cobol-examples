*> Month-end credit-balance refund run.  Overpayments leave clients >*
*> holding credit on the balance master, and until now the only way >*
*> to give the money back was a hand-keyed AJ adjustment, which     >*
*> tripped the adjustment review limit and sat in suspense.  This   >*
*> run finds every client whose credit balance has been held longer >*
*> than the DAYS= parameter and exceeds the MINIMUM= parameter and  >*
*> refunds it in full.  How long a credit has been held is worked   >*
*> back from the history master: the client's posted items are      >*
*> unwound newest-first from today's balance until the balance      >*
*> stops being a credit, and the item that tipped it into credit    >*
*> dates it.  A client with any item still open on the CASH-APPLY   >*
*> open-item file, on a delivery hold (DELIV-PREF 'H') or no longer >*
*> on the client master is left alone and says why on the register. >*
*> So is a client written off to bad debt: its credit is a recovery >*
*> finance books against the reserve, not money owed back.          >*
*> Each refund goes two ways: to a disbursement file with a header  >*
*> and a control trailer (count and amount) that accounts payable   >*
*> pays from, and as a system-generated RF transaction in           >*
*> TRANSACTION-RECORD format that feeds the next BALLINE run        >*
*> downstream of the edit, the way the FC feed does.  RF carries    >*
*> its own posting rule in BALANCE-LINE: a refund must be a debit   >*
*> and may not exceed the client's credit balance.                  >*
*>                                                                  >*
*> Each RFTRANS generation opens with an HDR record (producing      >*
*> program, run date, generation number) and closes with a TRL      >*
*> record (record count, net amount).  The generation number is one >*
*> more than the one on the header of the previous generation, read >*
*> through GENPRIOR.  BALANCE-LINE proves the trailer and posts     >*
*> each generation only once, against its consumed-feed registry.   >*

IDENTIFICATION DIVISION.
PROGRAM-ID. CREDIT-REFUND.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

    SELECT CLIENT-MASTER-FILE
        ASSIGN TO "CLIENTMF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CLIENT-MASTER-FILE-STATUS.

    SELECT BALANCE-IN-FILE
        ASSIGN TO "BALMSTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BALANCE-IN-FILE-STATUS.

    SELECT OPEN-ITEM-FILE
        ASSIGN TO "OPENITEM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPEN-ITEM-FILE-STATUS.

    SELECT HISTORY-IN-FILE
        ASSIGN TO "HISTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HISTORY-IN-FILE-STATUS.

    SELECT WRITEOFF-FILE
        ASSIGN TO "WOFFMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WRITEOFF-FILE-STATUS.

    SELECT PARM-FILE
        ASSIGN TO "RFPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARM-FILE-STATUS.

    SELECT REFUND-TRANS-FILE
        ASSIGN TO "RFTRANS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REFUND-TRANS-FILE-STATUS.

    SELECT PRIOR-GENERATION-FILE
        ASSIGN TO "GENPRIOR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PRIOR-GENERATION-FILE-STATUS.

    SELECT DISBURSEMENT-FILE
        ASSIGN TO "RFDISB"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DISBURSEMENT-FILE-STATUS.

    SELECT REGISTER-REPORT-FILE
        ASSIGN TO "RFREGRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REGISTER-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD  CLIENT-MASTER-FILE.
    01 CLIENT-MASTER-RECORD.
        05 CM-CLIENT-ID       PIC 9(05).
        05 CM-CLIENT-NAME     PIC X(40).
        05 CM-CREDIT-LIMIT    PIC 9(09)V99.
        05 CM-ADDR-LINE-1     PIC X(30).
        05 CM-ADDR-LINE-2     PIC X(30).
        05 CM-POSTAL-CODE     PIC X(10).
        05 CM-DELIV-PREF      PIC X(01).
            88 CM-DELIVERY-HOLD   VALUE 'H'.

FD  BALANCE-IN-FILE.
    01 BALANCE-IN-RECORD.
        05 BI-CLIENT-ID       PIC 9(05).
        05 BI-BALANCE         PIC S9(09)V99 SIGN IS TRAILING SEPARATE.

FD  OPEN-ITEM-FILE.
    01 OPEN-ITEM-RECORD.
        05 OI-CLIENT-ID       PIC 9(05).
        05 OI-TRANS-DATE      PIC 9(08).
        05 OI-TRANS-ID        PIC 9(05).
        05 OI-ORIG-AMMOUNT    PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 OI-OPEN-AMMOUNT    PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 OI-DISPUTE-FLAG    PIC X(01).

FD  HISTORY-IN-FILE.
    01 HISTORY-IN-RECORD.
        05 HI-SORT-KEY.
            10 HI-CLIENT-ID   PIC 9(05).
            10 HI-TRANS-DATE  PIC 9(08).
            10 HI-TRANS-ID    PIC 9(05).
        05 HI-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 HI-TRANS-TYPE      PIC X(02).
        05 HI-OUTCOME         PIC X(30).
        05 HI-RUN-DATE        PIC 9(08).

FD  WRITEOFF-FILE.
    01 WRITEOFF-RECORD.
        05 WF-CLIENT-ID       PIC 9(05).
        05 WF-WRITEOFF-DATE   PIC 9(08).
        05 WF-WRITEOFF-AMOUNT PIC 9(07)V99.
        05 WF-BD-TRANS-ID     PIC 9(05).

FD  PARM-FILE.
    01 PARM-RECORD            PIC X(80).

FD  REFUND-TRANS-FILE.
    01 REFUND-TRANS-RECORD.
        05 RF-TRANS-ID        PIC 9(05).
        05 RF-TRANS-CLIENT    PIC 9(05).
        05 RF-TRANS-DATE      PIC 9(08).
        05 RF-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 RF-TRANS-TYPE      PIC X(02).
        05 RF-INVOICE-REF     PIC X(05).
        05 RF-FEED-ID         PIC X(08).
*>  Each generation opens with an HDR and closes with a TRL         >*
*>  carrying the record count and net amount, for BALANCE-LINE to   >*
*>  prove.                                                          >*
    01 REFUND-HEADER-RECORD.
        05 RFH-RECORD-TYPE    PIC X(03).
        05 RFH-PROGRAM        PIC X(08).
        05 RFH-RUN-DATE       PIC 9(08).
        05 RFH-GENERATION     PIC 9(09).
        05 FILLER             PIC X(15).
    01 REFUND-TRAILER-RECORD.
        05 RFT-RECORD-TYPE    PIC X(03).
        05 RFT-RECORD-COUNT   PIC 9(06).
        05 RFT-AMOUNT         PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
        05 FILLER             PIC X(20).

*>  The (0) generation of the same GDG, read only for the           >*
*>  generation number on its header.                                >*
FD  PRIOR-GENERATION-FILE.
    01 PRIOR-GENERATION-HEADER.
        05 PG-RECORD-TYPE     PIC X(03).
        05 PG-PROGRAM         PIC X(08).
        05 PG-RUN-DATE        PIC 9(08).
        05 PG-GENERATION      PIC 9(09).
        05 FILLER             PIC X(15).

*>  The accounts-payable disbursement file.  The header carries the >*
*>  source and run date in the same columns as a branch feed's HDR; >*
*>  the trailer's count and amount are what AP proves the file by   >*
*>  before paying anything.                                         >*
FD  DISBURSEMENT-FILE.
    01 DISB-HEADER-RECORD.
        05 DH-RECORD-TYPE     PIC X(03).
        05 DH-SOURCE-ID       PIC X(08).
        05 DH-RUN-DATE        PIC 9(08).
        05 FILLER             PIC X(121).
    01 DISB-DETAIL-RECORD.
        05 DD-RECORD-TYPE     PIC X(03).
        05 DD-REFUND-ID       PIC 9(05).
        05 DD-CLIENT-ID       PIC 9(05).
        05 DD-CLIENT-NAME     PIC X(40).
        05 DD-ADDR-LINE-1     PIC X(30).
        05 DD-ADDR-LINE-2     PIC X(30).
        05 DD-POSTAL-CODE     PIC X(10).
        05 DD-REFUND-AMOUNT   PIC 9(07)V99.
        05 DD-RUN-DATE        PIC 9(08).
    01 DISB-TRAILER-RECORD.
        05 DT-RECORD-TYPE     PIC X(03).
        05 DT-DETAIL-COUNT    PIC 9(09).
        05 DT-TOTAL-AMOUNT    PIC 9(11)V99.
        05 FILLER             PIC X(115).

FD  REGISTER-REPORT-FILE.
    01 REGISTER-LINE          PIC X(120).

WORKING-STORAGE SECTION.

*>  The generation number this run writes on the CRREFUND feed.     >*
    01 FEED-GENERATION        PIC 9(09) VALUE 1.

*>  DAYS= and MINIMUM= decide who is refunded and FIRSTID= seeds    >*
*>  the system-generated transaction ids, as on the FIN-CHARGE run. >*
*>  All three are required - money leaves the building on this run, >*
*>  so nothing is assumed.                                          >*
    01 HOLD-DAYS              PIC 9(03).
    01 DAYS-GIVEN-SW          PIC X(01) VALUE 'N'.
        88 DAYS-GIVEN         VALUE 'Y'.
    01 REFUND-MINIMUM         PIC 9(07)V99.
    01 MINIMUM-GIVEN-SW       PIC X(01) VALUE 'N'.
        88 MINIMUM-GIVEN      VALUE 'Y'.
    01 MINIMUM-INT            PIC 9(07).
    01 MINIMUM-DEC            PIC 9(02).
    01 NEXT-REFUND-ID         PIC 9(06) VALUE 0.
    01 FIRSTID-GIVEN-SW       PIC X(01) VALUE 'N'.
        88 FIRSTID-GIVEN      VALUE 'Y'.

    01 PARM-EOF-SW            PIC X(01) VALUE 'N'.
        88 PARM-EOF           VALUE 'Y'.
    01 CLIENT-EOF-SW          PIC X(01) VALUE 'N'.
        88 CLIENT-EOF         VALUE 'Y'.
    01 BALANCE-EOF-SW         PIC X(01) VALUE 'N'.
        88 BALANCE-EOF        VALUE 'Y'.
    01 OPEN-ITEM-EOF-SW       PIC X(01) VALUE 'N'.
        88 OPEN-ITEM-EOF      VALUE 'Y'.
    01 HISTORY-EOF-SW         PIC X(01) VALUE 'N'.
        88 HISTORY-EOF        VALUE 'Y'.
    01 WRITEOFF-EOF-SW        PIC X(01) VALUE 'N'.
        88 WRITEOFF-EOF       VALUE 'Y'.

    01 CLIENT-MASTER-FILE-STATUS     PIC X(02).
        88 CLIENT-MASTER-FILE-OK         VALUE '00'.
    01 BALANCE-IN-FILE-STATUS        PIC X(02).
        88 BALANCE-IN-FILE-OK            VALUE '00'.
    01 OPEN-ITEM-FILE-STATUS         PIC X(02).
        88 OPEN-ITEM-FILE-OK             VALUE '00'.
    01 HISTORY-IN-FILE-STATUS        PIC X(02).
        88 HISTORY-IN-FILE-OK            VALUE '00'.
    01 WRITEOFF-FILE-STATUS          PIC X(02).
        88 WRITEOFF-FILE-OK              VALUE '00'.
        88 WRITEOFF-FILE-NOT-FOUND       VALUE '35'.
    01 PARM-FILE-STATUS              PIC X(02).
        88 PARM-FILE-OK                  VALUE '00'.
    01 REFUND-TRANS-FILE-STATUS      PIC X(02).
        88 REFUND-TRANS-FILE-OK          VALUE '00'.
    01 PRIOR-GENERATION-FILE-STATUS  PIC X(02).
        88 PRIOR-GENERATION-FILE-OK        VALUE '00'.
        88 PRIOR-GENERATION-FILE-NOT-FOUND VALUE '35'.
    01 DISBURSEMENT-FILE-STATUS      PIC X(02).
        88 DISBURSEMENT-FILE-OK          VALUE '00'.
    01 REGISTER-REPORT-FILE-STATUS   PIC X(02).
        88 REGISTER-REPORT-FILE-OK       VALUE '00'.

*>  The client's most recent posted items, kept round-robin.  Only  >*
*>  the newest ones can be needed to date a credit; if a credit     >*
*>  runs back past the oldest item kept, that item's date is used,  >*
*>  which can only understate how long the credit has been held.    >*
    01 TABLE-RECENT-POSTING.
        05 RECENT-POSTING-ENTRY  OCCURS 1000 TIMES.
            10 RP-TRANS-DATE      PIC 9(08).
            10 RP-TRANS-AMMOUNT   PIC S9(07)V99.
    01 RECENT-POSTING-COUNT   PIC 9(05).
    01 IDX-RECENT             PIC 9(05).
    01 UNWIND-COUNT           PIC 9(05).

    01 CLIENT-FOUND-SW        PIC X(01).
        88 CLIENT-FOUND       VALUE 'Y'.
    01 WRITTEN-OFF-SW         PIC X(01).
        88 CLIENT-WRITTEN-OFF VALUE 'Y'.
    01 OPEN-ITEM-COUNT        PIC 9(05).
    01 CREDIT-AMOUNT          PIC S9(09)V99.
    01 UNWOUND-BALANCE        PIC S9(09)V99.
    01 CREDIT-SINCE-DATE      PIC 9(08).
    01 CREDIT-DATED-SW        PIC X(01).
        88 CREDIT-DATED       VALUE 'Y'.
    01 DAYS-HELD              PIC S9(05).
    01 REFUND-AMOUNT          PIC S9(07)V99.
    01 CLIENT-DISPOSITION     PIC X(30).

    01 RUN-DATE-NUM           PIC 9(08).
    01 RUN-DATE-INTEGER       PIC 9(09).
    01 SINCE-DATE-INTEGER     PIC 9(09).

    01 CREDIT-SEEN-COUNT      PIC 9(09) VALUE 0.
    01 CREDIT-SEEN-AMOUNT     PIC S9(11)V99 VALUE 0.
    01 REFUNDED-COUNT         PIC 9(09) VALUE 0.
    01 REFUNDED-AMOUNT        PIC S9(11)V99 VALUE 0.
    01 OPEN-ITEM-HOLD-COUNT   PIC 9(09) VALUE 0.
    01 OPEN-ITEM-HOLD-AMOUNT  PIC S9(11)V99 VALUE 0.
    01 DELIVERY-HOLD-COUNT    PIC 9(09) VALUE 0.
    01 DELIVERY-HOLD-AMOUNT   PIC S9(11)V99 VALUE 0.
    01 NOT-ON-MASTER-COUNT    PIC 9(09) VALUE 0.
    01 NOT-ON-MASTER-AMOUNT   PIC S9(11)V99 VALUE 0.
    01 BELOW-MINIMUM-COUNT    PIC 9(09) VALUE 0.
    01 BELOW-MINIMUM-AMOUNT   PIC S9(11)V99 VALUE 0.
    01 HELD-SHORT-COUNT       PIC 9(09) VALUE 0.
    01 HELD-SHORT-AMOUNT      PIC S9(11)V99 VALUE 0.
    01 OVERSIZE-COUNT         PIC 9(09) VALUE 0.
    01 OVERSIZE-AMOUNT        PIC S9(11)V99 VALUE 0.
    01 WRITTEN-OFF-COUNT      PIC 9(09) VALUE 0.
    01 WRITTEN-OFF-AMOUNT     PIC S9(11)V99 VALUE 0.

    01 RUN-DATE-YYYYMMDD.
        05 RUN-YYYY           PIC 9(04).
        05 RUN-MM             PIC 9(02).
        05 RUN-DD             PIC 9(02).

    01 REGISTER-HEADING-1.
        05 FILLER             PIC X(34) VALUE
           'CREDIT BALANCE REFUND REGISTER'.
        05 FILLER             PIC X(06) VALUE SPACES.
        05 FILLER             PIC X(10) VALUE 'RUN DATE: '.
        05 RH1-RUN-MM         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 RH1-RUN-DD         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 RH1-RUN-YYYY       PIC 9999.

    01 REGISTER-HEADING-2.
        05 FILLER             PIC X(10) VALUE 'HELD DAYS '.
        05 RH2-DAYS           PIC ZZ9.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 FILLER             PIC X(09) VALUE 'MINIMUM: '.
        05 RH2-MINIMUM        PIC Z,ZZZ,ZZ9.99.

    01 REGISTER-HEADING-3.
        05 FILLER             PIC X(10) VALUE 'CLIENT ID '.
        05 FILLER             PIC X(32) VALUE 'CLIENT NAME'.
        05 FILLER             PIC X(18) VALUE 'CREDIT BALANCE'.
        05 FILLER             PIC X(12) VALUE 'HELD SINCE'.
        05 FILLER             PIC X(07) VALUE ' DAYS  '.
        05 FILLER             PIC X(16) VALUE 'REFUND'.
        05 FILLER             PIC X(25) VALUE 'DISPOSITION'.

    01 REGISTER-DETAIL-LINE.
        05 RR-CLIENT-ID       PIC ZZZZ9.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 RR-CLIENT-NAME     PIC X(30).
        05 FILLER             PIC X(02) VALUE SPACES.
        05 RR-CREDIT          PIC ZZZ,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 RR-SINCE           PIC X(10).
        05 FILLER             PIC X(02) VALUE SPACES.
        05 RR-DAYS            PIC ZZZZ9.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 RR-REFUND          PIC Z,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 RR-DISPOSITION     PIC X(30).

    01 REGISTER-TOTAL-LINE.
        05 RT-LABEL           PIC X(26).
        05 FILLER             PIC X(07) VALUE 'COUNT: '.
        05 RT-COUNT           PIC ZZZZZZZZ9.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 FILLER             PIC X(08) VALUE 'AMOUNT: '.
        05 RT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.

    PERFORM READ-RUN-PARAMETERS
    PERFORM OPEN-FILES
    PERFORM LOAD-FEED-GENERATION
    PERFORM WRITE-FEED-HEADER
    PERFORM WRITE-REGISTER-HEADINGS
    PERFORM WRITE-DISBURSEMENT-HEADER

    PERFORM READ-CLIENT-MASTER
    PERFORM READ-OPEN-ITEM
    PERFORM READ-HISTORY-IN
    PERFORM READ-BALANCE-IN

    PERFORM UNTIL BALANCE-EOF
        PERFORM REVIEW-ONE-CLIENT
        PERFORM READ-BALANCE-IN
    END-PERFORM

    PERFORM WRITE-DISBURSEMENT-TRAILER
    PERFORM WRITE-REGISTER-TOTALS
    PERFORM WRITE-FEED-TRAILER
    PERFORM CLOSE-FILES

    STOP RUN
    .

READ-RUN-PARAMETERS.

    OPEN INPUT PARM-FILE
    IF NOT PARM-FILE-OK
        DISPLAY 'PARM-FILE FAILED TO OPEN - FILE STATUS ' PARM-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM READ-PARM-RECORD
    PERFORM UNTIL PARM-EOF
        PERFORM APPLY-PARM-RECORD
        PERFORM READ-PARM-RECORD
    END-PERFORM
    CLOSE PARM-FILE

    IF NOT DAYS-GIVEN
        DISPLAY 'PARM-FILE CARRIES NO DAYS= CARD - RUN TERMINATED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT MINIMUM-GIVEN
        DISPLAY 'PARM-FILE CARRIES NO MINIMUM= CARD - RUN TERMINATED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT FIRSTID-GIVEN
        DISPLAY 'PARM-FILE CARRIES NO FIRSTID= CARD - RUN TERMINATED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    .

READ-PARM-RECORD.

    READ PARM-FILE
        AT END MOVE 'Y' TO PARM-EOF-SW
    END-READ
    .

APPLY-PARM-RECORD.

    EVALUATE TRUE
        WHEN PARM-RECORD = SPACES
            CONTINUE
        WHEN PARM-RECORD(1:1) = '*'
            CONTINUE
        WHEN PARM-RECORD(1:5) = 'DAYS='
            IF PARM-RECORD(6:3) IS NUMERIC
                MOVE PARM-RECORD(6:3)  TO HOLD-DAYS
                MOVE 'Y'               TO DAYS-GIVEN-SW
            ELSE
                DISPLAY 'PARM-FILE DAYS VALUE NOT VALID: ' PARM-RECORD(1:30)
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        WHEN PARM-RECORD(1:8) = 'MINIMUM='
*>          Fixed nnnnnnn.nn form, zero-filled, e.g.                >*
*>          MINIMUM=0000025.00 for twenty-five.                     >*
            IF PARM-RECORD(9:7) IS NUMERIC
             AND PARM-RECORD(16:1) = '.'
             AND PARM-RECORD(17:2) IS NUMERIC
                MOVE PARM-RECORD(9:7)  TO MINIMUM-INT
                MOVE PARM-RECORD(17:2) TO MINIMUM-DEC
                COMPUTE REFUND-MINIMUM =
                    MINIMUM-INT + MINIMUM-DEC / 100
                MOVE 'Y'               TO MINIMUM-GIVEN-SW
            ELSE
                DISPLAY 'PARM-FILE MINIMUM VALUE NOT VALID: ' PARM-RECORD(1:30)
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        WHEN PARM-RECORD(1:8) = 'FIRSTID='
            IF PARM-RECORD(9:5) IS NUMERIC
                MOVE PARM-RECORD(9:5)  TO NEXT-REFUND-ID
                MOVE 'Y'               TO FIRSTID-GIVEN-SW
            ELSE
                DISPLAY 'PARM-FILE FIRSTID VALUE NOT VALID: ' PARM-RECORD(1:30)
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        WHEN OTHER
            DISPLAY 'PARM-FILE PARAMETER NOT RECOGNIZED: ' PARM-RECORD(1:30)
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    .

OPEN-FILES.

    OPEN INPUT CLIENT-MASTER-FILE
    IF NOT CLIENT-MASTER-FILE-OK
        DISPLAY 'CLIENT-MASTER-FILE FAILED TO OPEN - FILE STATUS ' CLIENT-MASTER-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT BALANCE-IN-FILE
    IF NOT BALANCE-IN-FILE-OK
        DISPLAY 'BALANCE-IN-FILE FAILED TO OPEN - FILE STATUS ' BALANCE-IN-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

*>  Unlike FIN-CHARGE, this run will not assume an absent open-item >*
*>  file means nothing is open: it would refund clients who still   >*
*>  owe on an invoice.                                              >*
    OPEN INPUT OPEN-ITEM-FILE
    IF NOT OPEN-ITEM-FILE-OK
        DISPLAY 'OPEN-ITEM-FILE FAILED TO OPEN - FILE STATUS ' OPEN-ITEM-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT HISTORY-IN-FILE
    IF NOT HISTORY-IN-FILE-OK
        DISPLAY 'HISTORY-IN-FILE FAILED TO OPEN - FILE STATUS ' HISTORY-IN-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

*>  Absent until the first bad-debt write-off run has cataloged     >*
*>  one; with no file no client has been written off.               >*
    OPEN INPUT WRITEOFF-FILE
    IF WRITEOFF-FILE-NOT-FOUND
        DISPLAY 'WRITEOFF-FILE NOT FOUND - NO WRITTEN-OFF CLIENTS EXCLUDED'
        MOVE 'Y' TO WRITEOFF-EOF-SW
    ELSE
        IF NOT WRITEOFF-FILE-OK
            DISPLAY 'WRITEOFF-FILE FAILED TO OPEN - FILE STATUS ' WRITEOFF-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    OPEN OUTPUT REFUND-TRANS-FILE
    IF NOT REFUND-TRANS-FILE-OK
        DISPLAY 'REFUND-TRANS-FILE FAILED TO OPEN - FILE STATUS ' REFUND-TRANS-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT DISBURSEMENT-FILE
    IF NOT DISBURSEMENT-FILE-OK
        DISPLAY 'DISBURSEMENT-FILE FAILED TO OPEN - FILE STATUS ' DISBURSEMENT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT REGISTER-REPORT-FILE
    IF NOT REGISTER-REPORT-FILE-OK
        DISPLAY 'REGISTER-REPORT-FILE FAILED TO OPEN - FILE STATUS ' REGISTER-REPORT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
    MOVE RUN-DATE-YYYYMMDD TO RUN-DATE-NUM
    COMPUTE RUN-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)
    .

READ-CLIENT-MASTER.

    READ CLIENT-MASTER-FILE
        AT END MOVE 'Y' TO CLIENT-EOF-SW
    END-READ
    .

READ-BALANCE-IN.

    READ BALANCE-IN-FILE
        AT END MOVE 'Y' TO BALANCE-EOF-SW
    END-READ
    .

READ-OPEN-ITEM.

    READ OPEN-ITEM-FILE
        AT END MOVE 'Y' TO OPEN-ITEM-EOF-SW
    END-READ
    .

READ-WRITEOFF.

    IF NOT WRITEOFF-EOF
        READ WRITEOFF-FILE
            AT END MOVE 'Y' TO WRITEOFF-EOF-SW
        END-READ
    END-IF
    .

READ-HISTORY-IN.

    READ HISTORY-IN-FILE
        AT END MOVE 'Y' TO HISTORY-EOF-SW
    END-READ
    .

REVIEW-ONE-CLIENT.

*>  Every input is in client sequence; each is walked up to the     >*
*>  balance record in hand whether or not the client is in credit,  >*
*>  so the streams stay in step.                                    >*
    PERFORM UNTIL CLIENT-EOF OR CM-CLIENT-ID >= BI-CLIENT-ID
        PERFORM READ-CLIENT-MASTER
    END-PERFORM
    IF NOT CLIENT-EOF AND CM-CLIENT-ID = BI-CLIENT-ID
        MOVE 'Y' TO CLIENT-FOUND-SW
    ELSE
        MOVE 'N' TO CLIENT-FOUND-SW
    END-IF

    PERFORM UNTIL OPEN-ITEM-EOF OR OI-CLIENT-ID >= BI-CLIENT-ID
        PERFORM READ-OPEN-ITEM
    END-PERFORM
    MOVE 0 TO OPEN-ITEM-COUNT
    PERFORM UNTIL OPEN-ITEM-EOF OR OI-CLIENT-ID NOT = BI-CLIENT-ID
        IF OI-OPEN-AMMOUNT NOT = 0
            ADD 1 TO OPEN-ITEM-COUNT
        END-IF
        PERFORM READ-OPEN-ITEM
    END-PERFORM

    PERFORM UNTIL WRITEOFF-EOF OR WF-CLIENT-ID >= BI-CLIENT-ID
        PERFORM READ-WRITEOFF
    END-PERFORM
    IF NOT WRITEOFF-EOF AND WF-CLIENT-ID = BI-CLIENT-ID
        MOVE 'Y' TO WRITTEN-OFF-SW
    ELSE
        MOVE 'N' TO WRITTEN-OFF-SW
    END-IF

    PERFORM UNTIL HISTORY-EOF OR HI-CLIENT-ID >= BI-CLIENT-ID
        PERFORM READ-HISTORY-IN
    END-PERFORM
    MOVE 0 TO RECENT-POSTING-COUNT
    MOVE 0 TO IDX-RECENT
    PERFORM UNTIL HISTORY-EOF OR HI-CLIENT-ID NOT = BI-CLIENT-ID
        IF HI-OUTCOME = 'POSTED'
            PERFORM KEEP-RECENT-POSTING
        END-IF
        PERFORM READ-HISTORY-IN
    END-PERFORM

    IF BI-BALANCE < 0
        COMPUTE CREDIT-AMOUNT = 0 - BI-BALANCE
        ADD 1             TO CREDIT-SEEN-COUNT
        ADD CREDIT-AMOUNT TO CREDIT-SEEN-AMOUNT
        PERFORM DATE-CREDIT-BALANCE
        PERFORM DECIDE-REFUND
        PERFORM WRITE-REGISTER-DETAIL
    END-IF
    .

KEEP-RECENT-POSTING.

    ADD 1 TO IDX-RECENT
    IF IDX-RECENT > 1000
        MOVE 1 TO IDX-RECENT
    END-IF
    MOVE HI-TRANS-DATE     TO RP-TRANS-DATE(IDX-RECENT)
    MOVE HI-TRANS-AMMOUNT  TO RP-TRANS-AMMOUNT(IDX-RECENT)
    IF RECENT-POSTING-COUNT < 1000
        ADD 1 TO RECENT-POSTING-COUNT
    END-IF
    .

DATE-CREDIT-BALANCE.

*>  Unwinds the client's postings newest-first from today's         >*
*>  balance.  The first item found with a debit or zero balance     >*
*>  before it is the one that put the account into credit, and its  >*
*>  date is when the credit began.  A credit older than every item  >*
*>  kept is dated by the oldest one; a client with no posted        >*
*>  history at all has held the credit since before the history     >*
*>  master began.                                                   >*
    MOVE BI-BALANCE  TO UNWOUND-BALANCE
    MOVE 'N'         TO CREDIT-DATED-SW
    MOVE 0           TO CREDIT-SINCE-DATE
    MOVE 0           TO UNWIND-COUNT

    PERFORM UNTIL CREDIT-DATED OR UNWIND-COUNT EQUAL RECENT-POSTING-COUNT
        ADD 1 TO UNWIND-COUNT
        MOVE RP-TRANS-DATE(IDX-RECENT)  TO CREDIT-SINCE-DATE
        SUBTRACT RP-TRANS-AMMOUNT(IDX-RECENT) FROM UNWOUND-BALANCE
        IF UNWOUND-BALANCE >= 0
            MOVE 'Y' TO CREDIT-DATED-SW
        ELSE
            SUBTRACT 1 FROM IDX-RECENT
            IF IDX-RECENT = 0
                MOVE 1000 TO IDX-RECENT
            END-IF
        END-IF
    END-PERFORM

    IF CREDIT-SINCE-DATE = 0
        MOVE 99999 TO DAYS-HELD
    ELSE
        COMPUTE SINCE-DATE-INTEGER =
            FUNCTION INTEGER-OF-DATE(CREDIT-SINCE-DATE)
        COMPUTE DAYS-HELD =
            RUN-DATE-INTEGER - SINCE-DATE-INTEGER
    END-IF
    .

DECIDE-REFUND.

*>  Exclusions are tested in this order; the first that applies is  >*
*>  the one printed on the register.                                >*
    MOVE 0 TO REFUND-AMOUNT
    EVALUATE TRUE
        WHEN NOT CLIENT-FOUND
            MOVE 'EXCLUDED - NOT ON MASTER'  TO CLIENT-DISPOSITION
            ADD 1              TO NOT-ON-MASTER-COUNT
            ADD CREDIT-AMOUNT  TO NOT-ON-MASTER-AMOUNT
        WHEN CLIENT-WRITTEN-OFF
            MOVE 'EXCLUDED - WRITTEN OFF'    TO CLIENT-DISPOSITION
            ADD 1              TO WRITTEN-OFF-COUNT
            ADD CREDIT-AMOUNT  TO WRITTEN-OFF-AMOUNT
        WHEN OPEN-ITEM-COUNT > 0
            MOVE 'EXCLUDED - OPEN ITEMS'     TO CLIENT-DISPOSITION
            ADD 1              TO OPEN-ITEM-HOLD-COUNT
            ADD CREDIT-AMOUNT  TO OPEN-ITEM-HOLD-AMOUNT
        WHEN CM-DELIVERY-HOLD
            MOVE 'EXCLUDED - DELIVERY HOLD'  TO CLIENT-DISPOSITION
            ADD 1              TO DELIVERY-HOLD-COUNT
            ADD CREDIT-AMOUNT  TO DELIVERY-HOLD-AMOUNT
        WHEN CREDIT-AMOUNT NOT > REFUND-MINIMUM
            MOVE 'EXCLUDED - BELOW MINIMUM'  TO CLIENT-DISPOSITION
            ADD 1              TO BELOW-MINIMUM-COUNT
            ADD CREDIT-AMOUNT  TO BELOW-MINIMUM-AMOUNT
        WHEN DAYS-HELD NOT > HOLD-DAYS
            MOVE 'EXCLUDED - NOT HELD LONG ENOUGH' TO CLIENT-DISPOSITION
            ADD 1              TO HELD-SHORT-COUNT
            ADD CREDIT-AMOUNT  TO HELD-SHORT-AMOUNT
        WHEN CREDIT-AMOUNT > 9999999.99
*>          A single transaction cannot carry it; credit control    >*
*>          refunds a balance that size by hand.                    >*
            MOVE 'EXCLUDED - TOO LARGE FOR ONE RF' TO CLIENT-DISPOSITION
            ADD 1              TO OVERSIZE-COUNT
            ADD CREDIT-AMOUNT  TO OVERSIZE-AMOUNT
        WHEN OTHER
            MOVE CREDIT-AMOUNT TO REFUND-AMOUNT
            PERFORM WRITE-REFUND-TRANSACTION
            PERFORM WRITE-DISBURSEMENT-DETAIL
            MOVE 'REFUNDED'    TO CLIENT-DISPOSITION
            ADD 1              TO REFUNDED-COUNT
            ADD REFUND-AMOUNT  TO REFUNDED-AMOUNT
            ADD 1              TO NEXT-REFUND-ID
    END-EVALUATE
    .

WRITE-REFUND-TRANSACTION.

    IF NEXT-REFUND-ID > 99999
        DISPLAY 'REFUND ID RANGE EXHAUSTED AT CLIENT ' BI-CLIENT-ID
                ' - RUN TERMINATED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

*>  The refund posts as a debit: it takes the credit balance back   >*
*>  to zero.                                                        >*
    MOVE NEXT-REFUND-ID      TO RF-TRANS-ID
    MOVE BI-CLIENT-ID        TO RF-TRANS-CLIENT
    MOVE RUN-DATE-YYYYMMDD   TO RF-TRANS-DATE
    MOVE REFUND-AMOUNT       TO RF-TRANS-AMMOUNT
    MOVE 'RF'                TO RF-TRANS-TYPE
    MOVE SPACES              TO RF-INVOICE-REF
                                RF-FEED-ID
    WRITE REFUND-TRANS-RECORD
    .

WRITE-DISBURSEMENT-HEADER.

    MOVE SPACES              TO DISB-HEADER-RECORD
    MOVE 'HDR'               TO DH-RECORD-TYPE
    MOVE 'CRREFUND'          TO DH-SOURCE-ID
    MOVE RUN-DATE-YYYYMMDD   TO DH-RUN-DATE
    WRITE DISB-HEADER-RECORD
    .

WRITE-DISBURSEMENT-DETAIL.

    MOVE 'DTL'               TO DD-RECORD-TYPE
    MOVE NEXT-REFUND-ID      TO DD-REFUND-ID
    MOVE BI-CLIENT-ID        TO DD-CLIENT-ID
    MOVE CM-CLIENT-NAME      TO DD-CLIENT-NAME
    MOVE CM-ADDR-LINE-1      TO DD-ADDR-LINE-1
    MOVE CM-ADDR-LINE-2      TO DD-ADDR-LINE-2
    MOVE CM-POSTAL-CODE      TO DD-POSTAL-CODE
    MOVE REFUND-AMOUNT       TO DD-REFUND-AMOUNT
    MOVE RUN-DATE-YYYYMMDD   TO DD-RUN-DATE
    WRITE DISB-DETAIL-RECORD
    .

WRITE-DISBURSEMENT-TRAILER.

    MOVE SPACES              TO DISB-TRAILER-RECORD
    MOVE 'TRL'               TO DT-RECORD-TYPE
    MOVE REFUNDED-COUNT      TO DT-DETAIL-COUNT
    MOVE REFUNDED-AMOUNT     TO DT-TOTAL-AMOUNT
    WRITE DISB-TRAILER-RECORD
    .

WRITE-REGISTER-HEADINGS.

    MOVE RUN-MM         TO RH1-RUN-MM
    MOVE RUN-DD         TO RH1-RUN-DD
    MOVE RUN-YYYY       TO RH1-RUN-YYYY
    WRITE REGISTER-LINE FROM REGISTER-HEADING-1
    MOVE HOLD-DAYS      TO RH2-DAYS
    MOVE REFUND-MINIMUM TO RH2-MINIMUM
    WRITE REGISTER-LINE FROM REGISTER-HEADING-2
    MOVE SPACES         TO REGISTER-LINE
    WRITE REGISTER-LINE
    WRITE REGISTER-LINE FROM REGISTER-HEADING-3
    .

WRITE-REGISTER-DETAIL.

    MOVE SPACES              TO REGISTER-LINE
    MOVE BI-CLIENT-ID        TO RR-CLIENT-ID
    IF CLIENT-FOUND
        MOVE CM-CLIENT-NAME  TO RR-CLIENT-NAME
    ELSE
        MOVE SPACES          TO RR-CLIENT-NAME
    END-IF
    MOVE CREDIT-AMOUNT       TO RR-CREDIT
    IF CREDIT-SINCE-DATE = 0
        MOVE 'NO HISTORY'    TO RR-SINCE
        MOVE 0               TO RR-DAYS
    ELSE
        MOVE CREDIT-SINCE-DATE TO RR-SINCE
        MOVE DAYS-HELD       TO RR-DAYS
    END-IF
    MOVE REFUND-AMOUNT       TO RR-REFUND
    MOVE CLIENT-DISPOSITION  TO RR-DISPOSITION
    WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
    .

WRITE-REGISTER-TOTALS.

    MOVE SPACES                         TO REGISTER-LINE
    WRITE REGISTER-LINE

    MOVE 'CREDIT BALANCES SEEN      '   TO RT-LABEL
    MOVE CREDIT-SEEN-COUNT              TO RT-COUNT
    MOVE CREDIT-SEEN-AMOUNT             TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'REFUNDED                  '   TO RT-LABEL
    MOVE REFUNDED-COUNT                 TO RT-COUNT
    MOVE REFUNDED-AMOUNT                TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'EXCLUDED - NOT ON MASTER  '   TO RT-LABEL
    MOVE NOT-ON-MASTER-COUNT            TO RT-COUNT
    MOVE NOT-ON-MASTER-AMOUNT           TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'EXCLUDED - WRITTEN OFF    '   TO RT-LABEL
    MOVE WRITTEN-OFF-COUNT              TO RT-COUNT
    MOVE WRITTEN-OFF-AMOUNT             TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'EXCLUDED - OPEN ITEMS     '   TO RT-LABEL
    MOVE OPEN-ITEM-HOLD-COUNT           TO RT-COUNT
    MOVE OPEN-ITEM-HOLD-AMOUNT          TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'EXCLUDED - DELIVERY HOLD  '   TO RT-LABEL
    MOVE DELIVERY-HOLD-COUNT            TO RT-COUNT
    MOVE DELIVERY-HOLD-AMOUNT           TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'EXCLUDED - BELOW MINIMUM  '   TO RT-LABEL
    MOVE BELOW-MINIMUM-COUNT            TO RT-COUNT
    MOVE BELOW-MINIMUM-AMOUNT           TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'EXCLUDED - HELD TOO SHORT '   TO RT-LABEL
    MOVE HELD-SHORT-COUNT               TO RT-COUNT
    MOVE HELD-SHORT-AMOUNT              TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'EXCLUDED - TOO LARGE      '   TO RT-LABEL
    MOVE OVERSIZE-COUNT                 TO RT-COUNT
    MOVE OVERSIZE-AMOUNT                TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
    .

LOAD-FEED-GENERATION.

*>  GENPRIOR is the (0) generation of the CRREFUND GDG this run     >*
*>  adds to.  With none yet (the first run) or none carrying a      >*
*>  header (one written before generations were numbered),          >*
*>  numbering starts at 1.                                          >*
    OPEN INPUT PRIOR-GENERATION-FILE
    IF PRIOR-GENERATION-FILE-NOT-FOUND
        DISPLAY 'PRIOR-GENERATION-FILE NOT FOUND - GENERATION NUMBERS START AT 1'
    ELSE
        IF NOT PRIOR-GENERATION-FILE-OK
            DISPLAY 'PRIOR-GENERATION-FILE FAILED TO OPEN - FILE STATUS ' PRIOR-GENERATION-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ PRIOR-GENERATION-FILE
            AT END MOVE SPACES TO PRIOR-GENERATION-HEADER
        END-READ
        IF PG-RECORD-TYPE = 'HDR'
         AND PG-GENERATION IS NUMERIC
            COMPUTE FEED-GENERATION = PG-GENERATION + 1
        ELSE
            DISPLAY 'PRIOR-GENERATION-FILE CARRIES NO GENERATION HEADER - GENERATION NUMBERS START AT 1'
        END-IF
        CLOSE PRIOR-GENERATION-FILE
    END-IF
    DISPLAY 'CRREFUND GENERATION ' FEED-GENERATION
    .

WRITE-FEED-HEADER.

    MOVE SPACES              TO REFUND-HEADER-RECORD
    MOVE 'HDR'               TO RFH-RECORD-TYPE
    MOVE 'CRREFUND'          TO RFH-PROGRAM
    MOVE RUN-DATE-YYYYMMDD   TO RFH-RUN-DATE
    MOVE FEED-GENERATION     TO RFH-GENERATION
    WRITE REFUND-HEADER-RECORD
    .

WRITE-FEED-TRAILER.

    MOVE SPACES              TO REFUND-TRAILER-RECORD
    MOVE 'TRL'               TO RFT-RECORD-TYPE
    MOVE REFUNDED-COUNT      TO RFT-RECORD-COUNT
    MOVE REFUNDED-AMOUNT     TO RFT-AMOUNT
    WRITE REFUND-TRAILER-RECORD
    .

CLOSE-FILES.

    CLOSE CLIENT-MASTER-FILE
    CLOSE BALANCE-IN-FILE
    CLOSE OPEN-ITEM-FILE
    CLOSE HISTORY-IN-FILE
    IF NOT WRITEOFF-FILE-NOT-FOUND
        CLOSE WRITEOFF-FILE
    END-IF
    CLOSE REFUND-TRANS-FILE
    CLOSE DISBURSEMENT-FILE
    CLOSE REGISTER-REPORT-FILE
    .
