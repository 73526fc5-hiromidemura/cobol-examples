*> Bad-debt write-off and collection-agency placement.  Credit      >*
*> control reviews the BAD-DEBT-PROPOSE list and hands back an      >*
*> approval file in the same layout, an 'A' in column 1 against     >*
*> each account it approves.  For each approved client still        >*
*> carrying a debit balance this run writes a system-generated BD   >*
*> transaction for the whole balance (a credit, in                  >*
*> TRANSACTION-RECORD format) that clears it through the next       >*
*> BALLINE run downstream of the edit, the way the FC feed does,    >*
*> and places the account with the collection agency: a placement   >*
*> file with a header and a control trailer, carrying name and      >*
*> address from the client master.  The written-off client file is  >*
*> carried forward with each new write-off added; BALANCE-LINE      >*
*> reads it to flag any later PY on one of these clients as a       >*
*> recovery.  An approval that cannot be acted on prints with the   >*
*> reason and the run ends RC=4.                                    >*
*>                                                                  >*
*> Each BDTRANS generation opens with an HDR record (producing      >*
*> program, run date, generation number) and closes with a TRL      >*
*> record (record count, net amount).  The generation number is one >*
*> more than the one on the header of the previous generation, read >*
*> through GENPRIOR.  BALANCE-LINE proves the trailer and posts     >*
*> each generation only once, against its consumed-feed registry.   >*

IDENTIFICATION DIVISION.
PROGRAM-ID. BAD-DEBT-WRITEOFF.

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

    SELECT APPROVAL-FILE
        ASSIGN TO "BDAPPRV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPROVAL-FILE-STATUS.

    SELECT WRITEOFF-IN-FILE
        ASSIGN TO "WOFFIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WRITEOFF-IN-FILE-STATUS.

    SELECT WRITEOFF-OUT-FILE
        ASSIGN TO "WOFFOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WRITEOFF-OUT-FILE-STATUS.

    SELECT PARM-FILE
        ASSIGN TO "BDPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARM-FILE-STATUS.

    SELECT BAD-DEBT-TRANS-FILE
        ASSIGN TO "BDTRANS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BAD-DEBT-TRANS-FILE-STATUS.

    SELECT PRIOR-GENERATION-FILE
        ASSIGN TO "GENPRIOR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PRIOR-GENERATION-FILE-STATUS.

    SELECT PLACEMENT-FILE
        ASSIGN TO "PLACEOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PLACEMENT-FILE-STATUS.

    SELECT REGISTER-REPORT-FILE
        ASSIGN TO "BDREGRPT"
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

FD  BALANCE-IN-FILE.
    01 BALANCE-IN-RECORD.
        05 BI-CLIENT-ID       PIC 9(05).
        05 BI-BALANCE         PIC S9(09)V99 SIGN IS TRAILING SEPARATE.

*>  The BAD-DEBT-PROPOSE proposal layout, decision marked.          >*
FD  APPROVAL-FILE.
    01 APPROVAL-RECORD.
        05 AP-DECISION        PIC X(01).
            88 AP-APPROVED    VALUE 'A'.
        05 AP-CLIENT-ID       PIC 9(05).
        05 AP-BALANCE         PIC 9(09)V99.
        05 AP-OVER-90         PIC 9(09)V99.
        05 AP-OVER-90-MONTHS  PIC 9(03).
        05 AP-LAST-PY-DATE    PIC 9(08).
        05 AP-CLIENT-NAME     PIC X(40).
        05 FILLER             PIC X(01).

*>  The written-off client file, one record per client in client    >*
*>  sequence: the latest write-off date, amount and BD id.          >*
FD  WRITEOFF-IN-FILE.
    01 WRITEOFF-IN-RECORD.
        05 WI-CLIENT-ID       PIC 9(05).
        05 WI-WRITEOFF-DATE   PIC 9(08).
        05 WI-WRITEOFF-AMOUNT PIC 9(07)V99.
        05 WI-BD-TRANS-ID     PIC 9(05).

FD  WRITEOFF-OUT-FILE.
    01 WRITEOFF-OUT-RECORD.
        05 WO-CLIENT-ID       PIC 9(05).
        05 WO-WRITEOFF-DATE   PIC 9(08).
        05 WO-WRITEOFF-AMOUNT PIC 9(07)V99.
        05 WO-BD-TRANS-ID     PIC 9(05).

FD  PARM-FILE.
    01 PARM-RECORD            PIC X(80).

FD  BAD-DEBT-TRANS-FILE.
    01 BAD-DEBT-TRANS-RECORD.
        05 BD-TRANS-ID        PIC 9(05).
        05 BD-TRANS-CLIENT    PIC 9(05).
        05 BD-TRANS-DATE      PIC 9(08).
        05 BD-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 BD-TRANS-TYPE      PIC X(02).
        05 BD-INVOICE-REF     PIC X(05).
        05 BD-FEED-ID         PIC X(08).
*>  Each generation opens with an HDR and closes with a TRL         >*
*>  carrying the record count and net amount, for BALANCE-LINE to   >*
*>  prove.                                                          >*
    01 BAD-DEBT-HEADER-RECORD.
        05 BDH-RECORD-TYPE    PIC X(03).
        05 BDH-PROGRAM        PIC X(08).
        05 BDH-RUN-DATE       PIC 9(08).
        05 BDH-GENERATION     PIC 9(09).
        05 FILLER             PIC X(15).
    01 BAD-DEBT-TRAILER-RECORD.
        05 BDT-RECORD-TYPE    PIC X(03).
        05 BDT-RECORD-COUNT   PIC 9(06).
        05 BDT-AMOUNT         PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
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

*>  The agency placement file: header, one detail per account       >*
*>  placed, and a control trailer the agency proves the file by.    >*
FD  PLACEMENT-FILE.
    01 PLACE-HEADER-RECORD.
        05 PH-RECORD-TYPE     PIC X(03).
        05 PH-SOURCE-ID       PIC X(08).
        05 PH-RUN-DATE        PIC 9(08).
        05 FILLER             PIC X(121).
    01 PLACE-DETAIL-RECORD.
        05 PL-RECORD-TYPE     PIC X(03).
        05 PL-CLIENT-ID       PIC 9(05).
        05 PL-CLIENT-NAME     PIC X(40).
        05 PL-ADDR-LINE-1     PIC X(30).
        05 PL-ADDR-LINE-2     PIC X(30).
        05 PL-POSTAL-CODE     PIC X(10).
        05 PL-PLACED-AMOUNT   PIC 9(07)V99.
        05 PL-WRITEOFF-DATE   PIC 9(08).
        05 PL-BD-TRANS-ID     PIC 9(05).
    01 PLACE-TRAILER-RECORD.
        05 PT-RECORD-TYPE     PIC X(03).
        05 PT-DETAIL-COUNT    PIC 9(09).
        05 PT-TOTAL-AMOUNT    PIC 9(11)V99.
        05 FILLER             PIC X(115).

FD  REGISTER-REPORT-FILE.
    01 REGISTER-LINE          PIC X(120).

WORKING-STORAGE SECTION.

*>  The generation number this run writes on the BDWRTOFF feed.     >*
    01 FEED-GENERATION        PIC 9(09) VALUE 1.

    01 NEXT-BD-ID             PIC 9(06) VALUE 0.
    01 FIRSTID-GIVEN-SW       PIC X(01) VALUE 'N'.
        88 FIRSTID-GIVEN      VALUE 'Y'.

    01 PARM-EOF-SW            PIC X(01) VALUE 'N'.
        88 PARM-EOF           VALUE 'Y'.
    01 CLIENT-EOF-SW          PIC X(01) VALUE 'N'.
        88 CLIENT-EOF         VALUE 'Y'.
    01 BALANCE-EOF-SW         PIC X(01) VALUE 'N'.
        88 BALANCE-EOF        VALUE 'Y'.
    01 APPROVAL-EOF-SW        PIC X(01) VALUE 'N'.
        88 APPROVAL-EOF       VALUE 'Y'.
    01 WRITEOFF-IN-EOF-SW     PIC X(01) VALUE 'N'.
        88 WRITEOFF-IN-EOF    VALUE 'Y'.

    01 CLIENT-MASTER-FILE-STATUS     PIC X(02).
        88 CLIENT-MASTER-FILE-OK         VALUE '00'.
    01 BALANCE-IN-FILE-STATUS        PIC X(02).
        88 BALANCE-IN-FILE-OK            VALUE '00'.
    01 APPROVAL-FILE-STATUS          PIC X(02).
        88 APPROVAL-FILE-OK              VALUE '00'.
    01 WRITEOFF-IN-FILE-STATUS       PIC X(02).
        88 WRITEOFF-IN-FILE-OK           VALUE '00'.
        88 WRITEOFF-IN-FILE-NOT-FOUND    VALUE '35'.
    01 WRITEOFF-OUT-FILE-STATUS      PIC X(02).
        88 WRITEOFF-OUT-FILE-OK          VALUE '00'.
    01 PARM-FILE-STATUS              PIC X(02).
        88 PARM-FILE-OK                  VALUE '00'.
    01 BAD-DEBT-TRANS-FILE-STATUS    PIC X(02).
        88 BAD-DEBT-TRANS-FILE-OK        VALUE '00'.
    01 PRIOR-GENERATION-FILE-STATUS  PIC X(02).
        88 PRIOR-GENERATION-FILE-OK        VALUE '00'.
        88 PRIOR-GENERATION-FILE-NOT-FOUND VALUE '35'.
    01 PLACEMENT-FILE-STATUS         PIC X(02).
        88 PLACEMENT-FILE-OK             VALUE '00'.
    01 REGISTER-REPORT-FILE-STATUS   PIC X(02).
        88 REGISTER-REPORT-FILE-OK       VALUE '00'.

    01 PREV-APPROVAL-CLIENT   PIC 9(05) VALUE 0.
    01 CLIENT-FOUND-SW        PIC X(01).
        88 CLIENT-FOUND       VALUE 'Y'.
    01 BALANCE-FOUND-SW       PIC X(01).
        88 BALANCE-FOUND      VALUE 'Y'.
    01 WRITEOFF-AMOUNT        PIC S9(09)V99.
    01 ACTION-RESULT          PIC X(30).
    01 REJECT-SW              PIC X(01).
        88 APPROVAL-REJECTED  VALUE 'Y'.

    01 APPROVAL-READ-COUNT    PIC 9(09) VALUE 0.
    01 NOT-APPROVED-COUNT     PIC 9(09) VALUE 0.
    01 REJECTED-COUNT         PIC 9(09) VALUE 0.
    01 WRITTEN-OFF-COUNT      PIC 9(09) VALUE 0.
    01 WRITTEN-OFF-AMOUNT     PIC S9(11)V99 VALUE 0.
    01 WOFF-CARRIED-COUNT     PIC 9(09) VALUE 0.
    01 WOFF-OUT-COUNT         PIC 9(09) VALUE 0.

    01 RUN-DATE-YYYYMMDD.
        05 RUN-YYYY           PIC 9(04).
        05 RUN-MM             PIC 9(02).
        05 RUN-DD             PIC 9(02).

    01 REGISTER-HEADING-1.
        05 FILLER             PIC X(34) VALUE
           'BAD-DEBT WRITE-OFF REGISTER'.
        05 FILLER             PIC X(06) VALUE SPACES.
        05 FILLER             PIC X(10) VALUE 'RUN DATE: '.
        05 RH1-RUN-MM         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 RH1-RUN-DD         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 RH1-RUN-YYYY       PIC 9999.

    01 REGISTER-HEADING-2.
        05 FILLER             PIC X(10) VALUE 'CLIENT ID '.
        05 FILLER             PIC X(32) VALUE 'CLIENT NAME'.
        05 FILLER             PIC X(17) VALUE '      PROPOSED'.
        05 FILLER             PIC X(17) VALUE '   WRITTEN OFF'.
        05 FILLER             PIC X(08) VALUE 'BD ID'.
        05 FILLER             PIC X(30) VALUE 'RESULT'.

    01 REGISTER-DETAIL-LINE.
        05 RR-CLIENT-ID       PIC ZZZZ9.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 RR-CLIENT-NAME     PIC X(30).
        05 FILLER             PIC X(02) VALUE SPACES.
        05 RR-PROPOSED        PIC ZZZ,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 RR-WRITTEN-OFF     PIC ZZZ,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 RR-BD-ID           PIC ZZZZ9 BLANK WHEN ZERO.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 RR-RESULT          PIC X(30).

    01 REGISTER-TOTAL-LINE.
        05 RT-LABEL           PIC X(22).
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
    PERFORM WRITE-PLACEMENT-HEADER

    PERFORM READ-CLIENT-MASTER
    PERFORM READ-BALANCE-IN
    PERFORM READ-WRITEOFF-IN
    PERFORM READ-APPROVAL

    PERFORM UNTIL APPROVAL-EOF
        PERFORM PROCESS-ONE-APPROVAL
        PERFORM READ-APPROVAL
    END-PERFORM

    PERFORM UNTIL WRITEOFF-IN-EOF
        PERFORM CARRY-WRITEOFF-RECORD
    END-PERFORM

    PERFORM WRITE-PLACEMENT-TRAILER
    PERFORM WRITE-REGISTER-TOTALS
    PERFORM WRITE-FEED-TRAILER
    PERFORM CLOSE-FILES

    IF REJECTED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF

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

*>  MONTHS= belongs to the proposal run, which shares the member.   >*
    EVALUATE TRUE
        WHEN PARM-RECORD = SPACES
            CONTINUE
        WHEN PARM-RECORD(1:1) = '*'
            CONTINUE
        WHEN PARM-RECORD(1:7) = 'MONTHS='
            CONTINUE
        WHEN PARM-RECORD(1:8) = 'FIRSTID='
            IF PARM-RECORD(9:5) IS NUMERIC
                MOVE PARM-RECORD(9:5)  TO NEXT-BD-ID
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

    OPEN INPUT APPROVAL-FILE
    IF NOT APPROVAL-FILE-OK
        DISPLAY 'APPROVAL-FILE FAILED TO OPEN - FILE STATUS ' APPROVAL-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

*>  Absent until the first write-off run has cataloged one.         >*
    OPEN INPUT WRITEOFF-IN-FILE
    IF WRITEOFF-IN-FILE-NOT-FOUND
        DISPLAY 'WRITEOFF-IN-FILE NOT FOUND - NO PRIOR WRITE-OFFS CARRIED'
        MOVE 'Y' TO WRITEOFF-IN-EOF-SW
    ELSE
        IF NOT WRITEOFF-IN-FILE-OK
            DISPLAY 'WRITEOFF-IN-FILE FAILED TO OPEN - FILE STATUS ' WRITEOFF-IN-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    OPEN OUTPUT WRITEOFF-OUT-FILE
    IF NOT WRITEOFF-OUT-FILE-OK
        DISPLAY 'WRITEOFF-OUT-FILE FAILED TO OPEN - FILE STATUS ' WRITEOFF-OUT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT BAD-DEBT-TRANS-FILE
    IF NOT BAD-DEBT-TRANS-FILE-OK
        DISPLAY 'BAD-DEBT-TRANS-FILE FAILED TO OPEN - FILE STATUS ' BAD-DEBT-TRANS-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT PLACEMENT-FILE
    IF NOT PLACEMENT-FILE-OK
        DISPLAY 'PLACEMENT-FILE FAILED TO OPEN - FILE STATUS ' PLACEMENT-FILE-STATUS
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

READ-APPROVAL.

    READ APPROVAL-FILE
        AT END MOVE 'Y' TO APPROVAL-EOF-SW
    END-READ
    .

READ-WRITEOFF-IN.

    IF NOT WRITEOFF-IN-EOF
        READ WRITEOFF-IN-FILE
            AT END MOVE 'Y' TO WRITEOFF-IN-EOF-SW
        END-READ
    END-IF
    .

PROCESS-ONE-APPROVAL.

    ADD 1    TO APPROVAL-READ-COUNT
    MOVE 'N' TO REJECT-SW
    MOVE 0   TO WRITEOFF-AMOUNT

*>  Only an 'A' acts.  Anything else is a proposal credit control   >*
*>  declined or has not decided yet; it prints and passes by.  The  >*
*>  other inputs are streamed in client sequence, so approvals must >*
*>  be too - as the proposal run wrote them.                        >*
    EVALUATE TRUE
        WHEN NOT AP-APPROVED
            ADD 1 TO NOT-APPROVED-COUNT
            MOVE 'NOT APPROVED'                TO ACTION-RESULT
            PERFORM WRITE-REGISTER-DETAIL
        WHEN AP-CLIENT-ID IS NOT NUMERIC
            MOVE 'CLIENT ID NOT NUMERIC'       TO ACTION-RESULT
            MOVE 'Y' TO REJECT-SW
        WHEN AP-CLIENT-ID NOT > PREV-APPROVAL-CLIENT
            MOVE 'OUT OF CLIENT SEQUENCE'      TO ACTION-RESULT
            MOVE 'Y' TO REJECT-SW
        WHEN OTHER
            MOVE AP-CLIENT-ID TO PREV-APPROVAL-CLIENT
            PERFORM ACT-ON-APPROVAL
    END-EVALUATE

    IF APPROVAL-REJECTED
        ADD 1 TO REJECTED-COUNT
        PERFORM WRITE-REGISTER-DETAIL
    END-IF
    .

ACT-ON-APPROVAL.

    PERFORM UNTIL WRITEOFF-IN-EOF OR WI-CLIENT-ID >= AP-CLIENT-ID
        PERFORM CARRY-WRITEOFF-RECORD
    END-PERFORM

    PERFORM LOCATE-CLIENT-MASTER
    PERFORM LOCATE-BALANCE

*>  The balance is re-read rather than taken from the proposal:     >*
*>  whatever the client owes today is what the write-off clears.    >*
    EVALUATE TRUE
        WHEN NOT CLIENT-FOUND
            MOVE 'NOT ON CLIENT MASTER'        TO ACTION-RESULT
            MOVE 'Y' TO REJECT-SW
        WHEN NOT BALANCE-FOUND
            MOVE 'NO DEBIT BALANCE TODAY'      TO ACTION-RESULT
            MOVE 'Y' TO REJECT-SW
        WHEN BI-BALANCE NOT > 0
            MOVE 'NO DEBIT BALANCE TODAY'      TO ACTION-RESULT
            MOVE 'Y' TO REJECT-SW
        WHEN BI-BALANCE > 9999999.99
            MOVE 'TOO LARGE FOR ONE BD'        TO ACTION-RESULT
            MOVE 'Y' TO REJECT-SW
        WHEN OTHER
            PERFORM WRITE-OFF-CLIENT
    END-EVALUATE
    .

WRITE-OFF-CLIENT.

    IF NEXT-BD-ID > 99999
        DISPLAY 'BAD-DEBT ID RANGE EXHAUSTED AT CLIENT ' AP-CLIENT-ID
                ' - RUN TERMINATED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE BI-BALANCE TO WRITEOFF-AMOUNT
    PERFORM WRITE-BAD-DEBT-TRANSACTION
    PERFORM WRITE-PLACEMENT-DETAIL

*>  A client written off before, recovered and written off again    >*
*>  keeps one record - the latest write-off replaces the old one.   >*
    IF NOT WRITEOFF-IN-EOF AND WI-CLIENT-ID = AP-CLIENT-ID
        PERFORM READ-WRITEOFF-IN
    END-IF
    MOVE AP-CLIENT-ID        TO WO-CLIENT-ID
    MOVE RUN-DATE-YYYYMMDD   TO WO-WRITEOFF-DATE
    MOVE WRITEOFF-AMOUNT     TO WO-WRITEOFF-AMOUNT
    MOVE NEXT-BD-ID          TO WO-BD-TRANS-ID
    WRITE WRITEOFF-OUT-RECORD
    ADD 1                    TO WOFF-OUT-COUNT

    ADD 1                    TO WRITTEN-OFF-COUNT
    ADD WRITEOFF-AMOUNT      TO WRITTEN-OFF-AMOUNT
    MOVE 'WRITTEN OFF AND PLACED' TO ACTION-RESULT
    PERFORM WRITE-REGISTER-DETAIL
    ADD 1                    TO NEXT-BD-ID
    .

CARRY-WRITEOFF-RECORD.

    MOVE WRITEOFF-IN-RECORD  TO WRITEOFF-OUT-RECORD
    WRITE WRITEOFF-OUT-RECORD
    ADD 1                    TO WOFF-CARRIED-COUNT
    ADD 1                    TO WOFF-OUT-COUNT
    PERFORM READ-WRITEOFF-IN
    .

LOCATE-CLIENT-MASTER.

    PERFORM UNTIL CLIENT-EOF OR CM-CLIENT-ID >= AP-CLIENT-ID
        PERFORM READ-CLIENT-MASTER
    END-PERFORM
    IF NOT CLIENT-EOF AND CM-CLIENT-ID = AP-CLIENT-ID
        MOVE 'Y' TO CLIENT-FOUND-SW
    ELSE
        MOVE 'N' TO CLIENT-FOUND-SW
    END-IF
    .

LOCATE-BALANCE.

    PERFORM UNTIL BALANCE-EOF OR BI-CLIENT-ID >= AP-CLIENT-ID
        PERFORM READ-BALANCE-IN
    END-PERFORM
    IF NOT BALANCE-EOF AND BI-CLIENT-ID = AP-CLIENT-ID
        MOVE 'Y' TO BALANCE-FOUND-SW
    ELSE
        MOVE 'N' TO BALANCE-FOUND-SW
    END-IF
    .

WRITE-BAD-DEBT-TRANSACTION.

*>  The write-off posts as a credit for the whole balance, taking   >*
*>  the client to zero.                                             >*
    MOVE NEXT-BD-ID          TO BD-TRANS-ID
    MOVE AP-CLIENT-ID        TO BD-TRANS-CLIENT
    MOVE RUN-DATE-YYYYMMDD   TO BD-TRANS-DATE
    COMPUTE BD-TRANS-AMMOUNT = 0 - WRITEOFF-AMOUNT
    MOVE 'BD'                TO BD-TRANS-TYPE
    MOVE SPACES              TO BD-INVOICE-REF
                                BD-FEED-ID
    WRITE BAD-DEBT-TRANS-RECORD
    .

WRITE-PLACEMENT-HEADER.

    MOVE SPACES              TO PLACE-HEADER-RECORD
    MOVE 'HDR'               TO PH-RECORD-TYPE
    MOVE 'BDWRTOFF'          TO PH-SOURCE-ID
    MOVE RUN-DATE-YYYYMMDD   TO PH-RUN-DATE
    WRITE PLACE-HEADER-RECORD
    .

WRITE-PLACEMENT-DETAIL.

    MOVE 'DTL'               TO PL-RECORD-TYPE
    MOVE AP-CLIENT-ID        TO PL-CLIENT-ID
    MOVE CM-CLIENT-NAME      TO PL-CLIENT-NAME
    MOVE CM-ADDR-LINE-1      TO PL-ADDR-LINE-1
    MOVE CM-ADDR-LINE-2      TO PL-ADDR-LINE-2
    MOVE CM-POSTAL-CODE      TO PL-POSTAL-CODE
    MOVE WRITEOFF-AMOUNT     TO PL-PLACED-AMOUNT
    MOVE RUN-DATE-YYYYMMDD   TO PL-WRITEOFF-DATE
    MOVE NEXT-BD-ID          TO PL-BD-TRANS-ID
    WRITE PLACE-DETAIL-RECORD
    .

WRITE-PLACEMENT-TRAILER.

    MOVE SPACES              TO PLACE-TRAILER-RECORD
    MOVE 'TRL'               TO PT-RECORD-TYPE
    MOVE WRITTEN-OFF-COUNT   TO PT-DETAIL-COUNT
    MOVE WRITTEN-OFF-AMOUNT  TO PT-TOTAL-AMOUNT
    WRITE PLACE-TRAILER-RECORD
    .

WRITE-REGISTER-HEADINGS.

    MOVE RUN-MM         TO RH1-RUN-MM
    MOVE RUN-DD         TO RH1-RUN-DD
    MOVE RUN-YYYY       TO RH1-RUN-YYYY
    WRITE REGISTER-LINE FROM REGISTER-HEADING-1
    MOVE SPACES         TO REGISTER-LINE
    WRITE REGISTER-LINE
    WRITE REGISTER-LINE FROM REGISTER-HEADING-2
    .

WRITE-REGISTER-DETAIL.

    MOVE SPACES              TO REGISTER-LINE
    MOVE AP-CLIENT-ID        TO RR-CLIENT-ID
    MOVE AP-CLIENT-NAME      TO RR-CLIENT-NAME
    IF AP-BALANCE IS NUMERIC
        MOVE AP-BALANCE      TO RR-PROPOSED
    ELSE
        MOVE 0               TO RR-PROPOSED
    END-IF
    MOVE WRITEOFF-AMOUNT     TO RR-WRITTEN-OFF
    IF WRITEOFF-AMOUNT > 0
        MOVE NEXT-BD-ID      TO RR-BD-ID
    ELSE
        MOVE 0               TO RR-BD-ID
    END-IF
    MOVE ACTION-RESULT       TO RR-RESULT
    WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
    .

WRITE-REGISTER-TOTALS.

    MOVE SPACES                     TO REGISTER-LINE
    WRITE REGISTER-LINE

    MOVE 'APPROVAL LINES READ   '   TO RT-LABEL
    MOVE APPROVAL-READ-COUNT        TO RT-COUNT
    MOVE 0                          TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'NOT APPROVED          '   TO RT-LABEL
    MOVE NOT-APPROVED-COUNT         TO RT-COUNT
    MOVE 0                          TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'APPROVED, REJECTED    '   TO RT-LABEL
    MOVE REJECTED-COUNT             TO RT-COUNT
    MOVE 0                          TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'WRITTEN OFF AND PLACED'   TO RT-LABEL
    MOVE WRITTEN-OFF-COUNT          TO RT-COUNT
    MOVE WRITTEN-OFF-AMOUNT         TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'WRITE-OFFS CARRIED    '   TO RT-LABEL
    MOVE WOFF-CARRIED-COUNT         TO RT-COUNT
    MOVE 0                          TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'WRITE-OFF FILE OUT    '   TO RT-LABEL
    MOVE WOFF-OUT-COUNT             TO RT-COUNT
    MOVE 0                          TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
    .

LOAD-FEED-GENERATION.

*>  GENPRIOR is the (0) generation of the BDWRTOFF GDG this run     >*
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
    DISPLAY 'BDWRTOFF GENERATION ' FEED-GENERATION
    .

WRITE-FEED-HEADER.

    MOVE SPACES              TO BAD-DEBT-HEADER-RECORD
    MOVE 'HDR'               TO BDH-RECORD-TYPE
    MOVE 'BDWRTOFF'          TO BDH-PROGRAM
    MOVE RUN-DATE-YYYYMMDD   TO BDH-RUN-DATE
    MOVE FEED-GENERATION     TO BDH-GENERATION
    WRITE BAD-DEBT-HEADER-RECORD
    .

WRITE-FEED-TRAILER.

    MOVE SPACES              TO BAD-DEBT-TRAILER-RECORD
    MOVE 'TRL'               TO BDT-RECORD-TYPE
    MOVE WRITTEN-OFF-COUNT   TO BDT-RECORD-COUNT
    COMPUTE BDT-AMOUNT = 0 - WRITTEN-OFF-AMOUNT
    WRITE BAD-DEBT-TRAILER-RECORD
    .

CLOSE-FILES.

    CLOSE CLIENT-MASTER-FILE
    CLOSE BALANCE-IN-FILE
    CLOSE APPROVAL-FILE
    IF NOT WRITEOFF-IN-FILE-NOT-FOUND
        CLOSE WRITEOFF-IN-FILE
    END-IF
    CLOSE WRITEOFF-OUT-FILE
    CLOSE BAD-DEBT-TRANS-FILE
    CLOSE PLACEMENT-FILE
    CLOSE REGISTER-REPORT-FILE
    .
