*> Bank lockbox intake.  Remittances the bank's lockbox receives    >*
*> used to come back to us on paper and be re-keyed by the branches >*
*> as PY records with nothing to say which invoice the client paid, >*
*> leaving CASH-APPLY to guess by exact amount or oldest-first.     >*
*> This step reads the bank's lockbox file directly.  A first pass  >*
*> proves the file before anything is written: every batch must tie >*
*> to its batch trailer and the batches to the lockbox trailer, in  >*
*> count and amount, and the first failure stops the whole lockbox  >*
*> - a file that cannot be proven feeds nothing.  A second pass     >*
*> translates each item's customer account number to a client id    >*
*> through the account cross-reference and writes a PY for it, in   >*
*> TRANSACTION-RECORD format with the remitted invoice id in        >*
*> columns 31-35, to a feed framed with HDR and TRL records exactly >*
*> as TRAN-EDIT verifies a branch feed, so it joins the BALLINE     >*
*> RAWTRAN concatenation like any other.  An item whose account     >*
*> cannot be identified goes to the unidentified-remittance report  >*
*> instead of the feed, for credit control to trace and key by      >*
*> hand.  Transaction ids come from a range reserved for the        >*
*> lockbox, carried forward run to run.                             >*

IDENTIFICATION DIVISION.
PROGRAM-ID. LOCKBOX-INTAKE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

    SELECT BANK-LOCKBOX-FILE
        ASSIGN TO "BANKLBX"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BANK-LOCKBOX-FILE-STATUS.

    SELECT ACCOUNT-XREF-FILE
        ASSIGN TO "LBXREF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCOUNT-XREF-FILE-STATUS.

    SELECT PARM-FILE
        ASSIGN TO "LBPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARM-FILE-STATUS.

    SELECT NEXT-ID-IN-FILE
        ASSIGN TO "LBNEXTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NEXT-ID-IN-FILE-STATUS.

    SELECT NEXT-ID-OUT-FILE
        ASSIGN TO "LBNEXTOT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NEXT-ID-OUT-FILE-STATUS.

    SELECT LOCKBOX-FEED-FILE
        ASSIGN TO "LBFEED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOCKBOX-FEED-FILE-STATUS.

    SELECT UNIDENTIFIED-REPORT-FILE
        ASSIGN TO "LBUNID"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS UNIDENTIFIED-REPORT-FILE-STATUS.

    SELECT CONTROL-REPORT-FILE
        ASSIGN TO "LBCTLRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONTROL-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

*>  The bank's lockbox file: a lockbox header, then batches of      >*
*>  remittance items each closed by a batch trailer, then a lockbox >*
*>  trailer.  Amounts are unsigned with two implied decimals.       >*
FD  BANK-LOCKBOX-FILE.
    01 BANK-RECORD.
        05 BK-RECORD-TYPE     PIC X(01).
            88 BK-LOCKBOX-HEADER     VALUE '1'.
            88 BK-BATCH-HEADER       VALUE '5'.
            88 BK-ITEM               VALUE '6'.
            88 BK-BATCH-TRAILER      VALUE '7'.
            88 BK-LOCKBOX-TRAILER    VALUE '8'.
        05 FILLER             PIC X(79).
    01 BANK-LOCKBOX-HEADER.
        05 FILLER             PIC X(01).
        05 LH-BANK-ID         PIC X(10).
        05 LH-LOCKBOX-NO      PIC X(07).
        05 LH-DEPOSIT-DATE    PIC X(08).
        05 FILLER             PIC X(54).
    01 BANK-BATCH-HEADER.
        05 FILLER             PIC X(01).
        05 BH-BATCH-NO        PIC X(03).
        05 FILLER             PIC X(76).
    01 BANK-ITEM.
        05 FILLER             PIC X(01).
        05 BI-BATCH-NO        PIC X(03).
        05 BI-ITEM-SEQ        PIC X(04).
        05 BI-ACCOUNT-NO      PIC X(10).
        05 BI-ITEM-AMOUNT     PIC X(09).
        05 BI-CHECK-NO        PIC X(10).
        05 BI-INVOICE-REF     PIC X(05).
        05 FILLER             PIC X(38).
    01 BANK-BATCH-TRAILER.
        05 FILLER             PIC X(01).
        05 BT-BATCH-NO        PIC X(03).
        05 BT-ITEM-COUNT      PIC X(04).
        05 BT-BATCH-TOTAL     PIC X(11).
        05 FILLER             PIC X(61).
    01 BANK-LOCKBOX-TRAILER.
        05 FILLER             PIC X(01).
        05 LT-LOCKBOX-NO      PIC X(07).
        05 LT-BATCH-COUNT     PIC X(03).
        05 LT-ITEM-COUNT      PIC X(05).
        05 LT-LOCKBOX-TOTAL   PIC X(13).
        05 FILLER             PIC X(51).

*>  Customer account number as printed on the remittance, and the   >*
*>  client it belongs to.  Kept by credit control.                  >*
FD  ACCOUNT-XREF-FILE.
    01 ACCOUNT-XREF-RECORD.
        05 AX-ACCOUNT-NO      PIC X(10).
        05 AX-CLIENT-ID       PIC 9(05).

FD  PARM-FILE.
    01 PARM-RECORD            PIC X(80).

FD  NEXT-ID-IN-FILE.
    01 NEXT-ID-IN-RECORD.
        05 NI-NEXT-ID         PIC 9(05).

FD  NEXT-ID-OUT-FILE.
    01 NEXT-ID-OUT-RECORD.
        05 NO-NEXT-ID         PIC 9(05).

*>  TRANSACTION-RECORD format, framed as a branch feed.             >*
FD  LOCKBOX-FEED-FILE.
    01 FEED-HEADER-RECORD.
        05 FH-RECORD-TYPE     PIC X(03).
        05 FH-FEED-ID         PIC X(08).
        05 FH-BUS-DATE        PIC 9(08).
        05 FILLER             PIC X(16).
    01 FEED-TRAILER-RECORD.
        05 FT-RECORD-TYPE     PIC X(03).
        05 FT-RECORD-COUNT    PIC 9(06).
        05 FT-AMOUNT-HASH     PIC 9(13)V99.
        05 FILLER             PIC X(11).
    01 FEED-TRANS-RECORD.
        05 LF-TRANS-ID        PIC 9(05).
        05 LF-TRANS-CLIENT    PIC 9(05).
        05 LF-TRANS-DATE      PIC 9(08).
        05 LF-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 LF-TRANS-TYPE      PIC X(02).
        05 LF-INVOICE-REF     PIC X(05).

FD  UNIDENTIFIED-REPORT-FILE.
    01 UNIDENTIFIED-LINE      PIC X(100).

FD  CONTROL-REPORT-FILE.
    01 CONTROL-LINE           PIC X(100).

WORKING-STORAGE SECTION.

    01 NEXT-LB-ID             PIC 9(06) VALUE 0.
    01 FIRST-LB-ID            PIC 9(05) VALUE 0.
    01 LAST-LB-ID             PIC 9(05) VALUE 0.
    01 LB-ID-RANGE-SIZE       PIC 9(06) VALUE 0.
    01 FIRSTID-GIVEN-SW       PIC X(01) VALUE 'N'.
        88 FIRSTID-GIVEN      VALUE 'Y'.
    01 LASTID-GIVEN-SW        PIC X(01) VALUE 'N'.
        88 LASTID-GIVEN       VALUE 'Y'.

    01 PARM-EOF-SW            PIC X(01) VALUE 'N'.
        88 PARM-EOF           VALUE 'Y'.
    01 BANK-EOF-SW            PIC X(01) VALUE 'N'.
        88 BANK-EOF           VALUE 'Y'.
    01 ACCOUNT-XREF-EOF-SW    PIC X(01) VALUE 'N'.
        88 ACCOUNT-XREF-EOF   VALUE 'Y'.

    01 BANK-LOCKBOX-FILE-STATUS      PIC X(02).
        88 BANK-LOCKBOX-FILE-OK          VALUE '00'.
        88 BANK-LOCKBOX-FILE-NOT-FOUND   VALUE '35'.
    01 ACCOUNT-XREF-FILE-STATUS      PIC X(02).
        88 ACCOUNT-XREF-FILE-OK          VALUE '00'.
    01 PARM-FILE-STATUS              PIC X(02).
        88 PARM-FILE-OK                  VALUE '00'.
    01 NEXT-ID-IN-FILE-STATUS        PIC X(02).
        88 NEXT-ID-IN-FILE-OK            VALUE '00'.
        88 NEXT-ID-IN-FILE-NOT-FOUND     VALUE '35'.
    01 NEXT-ID-OUT-FILE-STATUS       PIC X(02).
        88 NEXT-ID-OUT-FILE-OK           VALUE '00'.
    01 LOCKBOX-FEED-FILE-STATUS      PIC X(02).
        88 LOCKBOX-FEED-FILE-OK          VALUE '00'.
    01 UNIDENTIFIED-REPORT-FILE-STATUS PIC X(02).
        88 UNIDENTIFIED-REPORT-FILE-OK   VALUE '00'.
    01 CONTROL-REPORT-FILE-STATUS    PIC X(02).
        88 CONTROL-REPORT-FILE-OK        VALUE '00'.

    01 TABLE-ACCOUNT.
        05 ACCOUNT-ENTRY  OCCURS 5000 TIMES.
            10 ACCT-ACCOUNT-NO    PIC X(10).
            10 ACCT-CLIENT-ID     PIC 9(05).

    01 ACCOUNT-COUNT          PIC 9(05) VALUE 0.
    01 IDX-ACCOUNT            PIC 9(05).
    01 ACCOUNT-FOUND-SW       PIC X(01).
        88 ACCOUNT-FOUND      VALUE 'Y'.
    01 ACCOUNT-MAPPED-ID      PIC 9(05).

*>  Where the proof stands in the lockbox structure: before the     >*
*>  lockbox header, between batches, inside a batch, or past the    >*
*>  lockbox trailer.                                                >*
    01 PROOF-STATE            PIC X(01) VALUE 'H'.
        88 AWAITING-LOCKBOX       VALUE 'H'.
        88 BETWEEN-BATCHES        VALUE 'L'.
        88 INSIDE-BATCH           VALUE 'B'.
        88 LOCKBOX-CLOSED         VALUE 'E'.
    01 PROOF-STATUS           PIC X(30) VALUE SPACES.
        88 PROOF-CLEAN        VALUE SPACES.
    01 LOCKBOX-PRESENT-SW     PIC X(01) VALUE 'Y'.
        88 LOCKBOX-PRESENT    VALUE 'Y'.

    01 BANK-ID                PIC X(10) VALUE SPACES.
    01 LOCKBOX-NO             PIC X(07) VALUE SPACES.
    01 DEPOSIT-DATE           PIC X(08) VALUE SPACES.
    01 DEPOSIT-DATE-9         REDEFINES DEPOSIT-DATE.
        05 DEPOSIT-YYYY       PIC 9(04).
        05 DEPOSIT-MM         PIC 9(02).
        05 DEPOSIT-DD         PIC 9(02).

    01 BATCH-NO               PIC X(03) VALUE SPACES.
    01 BATCH-ITEM-COUNT       PIC 9(05) VALUE 0.
    01 BATCH-ITEM-TOTAL       PIC 9(11)V99 VALUE 0.
    01 LOCKBOX-BATCH-COUNT    PIC 9(05) VALUE 0.
    01 LOCKBOX-ITEM-COUNT     PIC 9(07) VALUE 0.
    01 LOCKBOX-ITEM-TOTAL     PIC 9(13)V99 VALUE 0.
    01 BANK-RECORD-COUNT      PIC 9(09) VALUE 0.

*>  Alphanumeric views of the bank's numeric fields, so each can be >*
*>  tested before it is trusted.                                    >*
    01 ITEM-AMOUNT-X          PIC X(09).
    01 ITEM-AMOUNT-9          REDEFINES ITEM-AMOUNT-X
                              PIC 9(07)V99.
    01 TRAILER-COUNT-X        PIC X(04).
    01 TRAILER-COUNT-9        REDEFINES TRAILER-COUNT-X
                              PIC 9(04).
    01 TRAILER-TOTAL-X        PIC X(11).
    01 TRAILER-TOTAL-9        REDEFINES TRAILER-TOTAL-X
                              PIC 9(09)V99.
    01 LOCKBOX-BATCHES-X      PIC X(03).
    01 LOCKBOX-BATCHES-9      REDEFINES LOCKBOX-BATCHES-X
                              PIC 9(03).
    01 LOCKBOX-ITEMS-X        PIC X(05).
    01 LOCKBOX-ITEMS-9        REDEFINES LOCKBOX-ITEMS-X
                              PIC 9(05).
    01 LOCKBOX-TOTAL-X        PIC X(13).
    01 LOCKBOX-TOTAL-9        REDEFINES LOCKBOX-TOTAL-X
                              PIC 9(11)V99.

    01 UNIDENTIFIED-REASON    PIC X(30).
    01 FED-COUNT              PIC 9(09) VALUE 0.
    01 FED-AMOUNT             PIC 9(13)V99 VALUE 0.
    01 UNIDENTIFIED-COUNT     PIC 9(09) VALUE 0.
    01 UNIDENTIFIED-AMOUNT    PIC 9(13)V99 VALUE 0.
    01 INVOICE-REF-COUNT      PIC 9(09) VALUE 0.
    01 REF-DROPPED-COUNT      PIC 9(09) VALUE 0.
    01 ACCOUNTED-AMOUNT       PIC 9(13)V99 VALUE 0.
    01 OUT-OF-BALANCE-SW      PIC X(01) VALUE 'N'.
        88 OUT-OF-BALANCE     VALUE 'Y'.

    01 RUN-DATE-YYYYMMDD.
        05 RUN-YYYY           PIC 9(04).
        05 RUN-MM             PIC 9(02).
        05 RUN-DD             PIC 9(02).

    01 CONTROL-HEADING-1.
        05 FILLER             PIC X(34) VALUE
           'LOCKBOX INTAKE CONTROL REPORT'.
        05 FILLER             PIC X(06) VALUE SPACES.
        05 FILLER             PIC X(10) VALUE 'RUN DATE: '.
        05 CH1-RUN-MM         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 CH1-RUN-DD         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 CH1-RUN-YYYY       PIC 9999.

    01 CONTROL-HEADING-2.
        05 FILLER             PIC X(06) VALUE 'BANK: '.
        05 CH2-BANK-ID        PIC X(10).
        05 FILLER             PIC X(04) VALUE SPACES.
        05 FILLER             PIC X(09) VALUE 'LOCKBOX: '.
        05 CH2-LOCKBOX-NO     PIC X(07).
        05 FILLER             PIC X(04) VALUE SPACES.
        05 FILLER             PIC X(14) VALUE 'DEPOSIT DATE: '.
        05 CH2-DEPOSIT-DATE   PIC X(08).

    01 CONTROL-HEADING-3.
        05 FILLER             PIC X(08) VALUE 'BATCH'.
        05 FILLER             PIC X(10) VALUE '     ITEMS'.
        05 FILLER             PIC X(21) VALUE '               AMOUNT'.
        05 FILLER             PIC X(04) VALUE SPACES.
        05 FILLER             PIC X(30) VALUE 'STATUS'.

    01 BATCH-REPORT-LINE.
        05 BR-BATCH-NO        PIC X(03).
        05 FILLER             PIC X(05) VALUE SPACES.
        05 BR-ITEM-COUNT      PIC ZZZZZZZZZ9.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 BR-ITEM-TOTAL      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(04) VALUE SPACES.
        05 BR-STATUS          PIC X(30).

    01 PROOF-REPORT-LINE.
        05 FILLER             PIC X(15) VALUE 'LOCKBOX PROOF: '.
        05 PR-STATUS          PIC X(30).
        05 FILLER             PIC X(10) VALUE SPACES.
        05 FILLER             PIC X(15) VALUE 'BANK RECORDS: '.
        05 PR-RECORD-COUNT    PIC ZZZZZZZZ9.

    01 CONTROL-TOTAL-LINE.
        05 CT-LABEL           PIC X(22).
        05 FILLER             PIC X(07) VALUE 'COUNT: '.
        05 CT-COUNT           PIC ZZZZZZZZ9.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 FILLER             PIC X(08) VALUE 'AMOUNT: '.
        05 CT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

    01 UNIDENTIFIED-HEADING-1.
        05 FILLER             PIC X(34) VALUE
           'UNIDENTIFIED LOCKBOX REMITTANCES'.
        05 FILLER             PIC X(06) VALUE SPACES.
        05 FILLER             PIC X(10) VALUE 'RUN DATE: '.
        05 UH1-RUN-MM         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 UH1-RUN-DD         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 UH1-RUN-YYYY       PIC 9999.

    01 UNIDENTIFIED-HEADING-2.
        05 FILLER             PIC X(06) VALUE 'BATCH '.
        05 FILLER             PIC X(06) VALUE 'SEQ   '.
        05 FILLER             PIC X(12) VALUE 'ACCOUNT'.
        05 FILLER             PIC X(16) VALUE '        AMOUNT'.
        05 FILLER             PIC X(12) VALUE 'CHECK NO'.
        05 FILLER             PIC X(08) VALUE 'INVOICE'.
        05 FILLER             PIC X(30) VALUE 'REASON'.

    01 UNIDENTIFIED-DETAIL-LINE.
        05 UD-BATCH-NO        PIC X(03).
        05 FILLER             PIC X(03) VALUE SPACES.
        05 UD-ITEM-SEQ        PIC X(04).
        05 FILLER             PIC X(02) VALUE SPACES.
        05 UD-ACCOUNT-NO      PIC X(10).
        05 FILLER             PIC X(02) VALUE SPACES.
        05 UD-AMOUNT          PIC Z,ZZZ,ZZ9.99.
        05 FILLER             PIC X(04) VALUE SPACES.
        05 UD-CHECK-NO        PIC X(10).
        05 FILLER             PIC X(02) VALUE SPACES.
        05 UD-INVOICE-REF     PIC X(05).
        05 FILLER             PIC X(03) VALUE SPACES.
        05 UD-REASON          PIC X(30).

PROCEDURE DIVISION.

    PERFORM READ-RUN-PARAMETERS
    PERFORM LOAD-NEXT-ID
    PERFORM LOAD-ACCOUNT-TABLE
    PERFORM OPEN-FILES
    PERFORM WRITE-REPORT-HEADINGS
    PERFORM WRITE-FEED-HEADER

    IF LOCKBOX-PRESENT
        PERFORM PROVE-LOCKBOX
        IF PROOF-CLEAN AND LOCKBOX-PRESENT
            PERFORM FEED-LOCKBOX
        END-IF
    END-IF

    PERFORM WRITE-FEED-TRAILER
    PERFORM WRITE-CONTROL-TOTALS
    PERFORM WRITE-NEXT-ID
    PERFORM CLOSE-FILES

    EVALUATE TRUE
        WHEN OUT-OF-BALANCE
            MOVE 16 TO RETURN-CODE
        WHEN NOT PROOF-CLEAN
            MOVE 8 TO RETURN-CODE
        WHEN UNIDENTIFIED-COUNT > 0
            MOVE 4 TO RETURN-CODE
    END-EVALUATE

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
    IF NOT LASTID-GIVEN
        DISPLAY 'PARM-FILE CARRIES NO LASTID= CARD - RUN TERMINATED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF LAST-LB-ID < FIRST-LB-ID
        DISPLAY 'PARM-FILE LASTID IS BELOW FIRSTID - RUN TERMINATED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    COMPUTE LB-ID-RANGE-SIZE = LAST-LB-ID - FIRST-LB-ID + 1
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
        WHEN PARM-RECORD(1:8) = 'FIRSTID='
            IF PARM-RECORD(9:5) IS NUMERIC
                MOVE PARM-RECORD(9:5)  TO FIRST-LB-ID
                MOVE 'Y'               TO FIRSTID-GIVEN-SW
            ELSE
                DISPLAY 'PARM-FILE FIRSTID VALUE NOT VALID: ' PARM-RECORD(1:30)
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        WHEN PARM-RECORD(1:7) = 'LASTID='
            IF PARM-RECORD(8:5) IS NUMERIC
                MOVE PARM-RECORD(8:5)  TO LAST-LB-ID
                MOVE 'Y'               TO LASTID-GIVEN-SW
            ELSE
                DISPLAY 'PARM-FILE LASTID VALUE NOT VALID: ' PARM-RECORD(1:30)
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        WHEN OTHER
            DISPLAY 'PARM-FILE PARAMETER NOT RECOGNIZED: ' PARM-RECORD(1:30)
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    .

LOAD-NEXT-ID.

*>  The next id to issue is carried from the last run.  The first   >*
*>  run has none and starts the range at FIRSTID; a carried id that >*
*>  has fallen outside the range (the range was moved) starts it    >*
*>  again as well.                                                  >*
    MOVE FIRST-LB-ID TO NEXT-LB-ID
    OPEN INPUT NEXT-ID-IN-FILE
    IF NEXT-ID-IN-FILE-NOT-FOUND
        DISPLAY 'NEXT-ID-IN-FILE NOT FOUND - IDS START AT FIRSTID'
    ELSE
        IF NOT NEXT-ID-IN-FILE-OK
            DISPLAY 'NEXT-ID-IN-FILE FAILED TO OPEN - FILE STATUS ' NEXT-ID-IN-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ NEXT-ID-IN-FILE
            AT END MOVE SPACES TO NEXT-ID-IN-RECORD
        END-READ
        EVALUATE TRUE
            WHEN NI-NEXT-ID IS NOT NUMERIC
                DISPLAY 'NEXT-ID-IN-FILE CARRIES NO VALID ID - IDS START AT FIRSTID'
            WHEN NI-NEXT-ID < FIRST-LB-ID
             OR NI-NEXT-ID > LAST-LB-ID
                DISPLAY 'NEXT-ID-IN-FILE ID ' NI-NEXT-ID
                        ' OUTSIDE FIRSTID/LASTID - IDS START AT FIRSTID'
            WHEN OTHER
                MOVE NI-NEXT-ID TO NEXT-LB-ID
        END-EVALUATE
        CLOSE NEXT-ID-IN-FILE
    END-IF
    .

LOAD-ACCOUNT-TABLE.

    OPEN INPUT ACCOUNT-XREF-FILE
    IF NOT ACCOUNT-XREF-FILE-OK
        DISPLAY 'ACCOUNT-XREF-FILE FAILED TO OPEN - FILE STATUS ' ACCOUNT-XREF-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM READ-ACCOUNT-XREF
    PERFORM UNTIL ACCOUNT-XREF-EOF
        IF ACCOUNT-COUNT >= 5000
            DISPLAY 'ACCOUNT-XREF-FILE EXCEEDS TABLE-ACCOUNT CAPACITY (5000) - RUN TERMINATED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1                  TO ACCOUNT-COUNT
        MOVE AX-ACCOUNT-NO     TO ACCT-ACCOUNT-NO(ACCOUNT-COUNT)
        MOVE AX-CLIENT-ID      TO ACCT-CLIENT-ID(ACCOUNT-COUNT)
        PERFORM READ-ACCOUNT-XREF
    END-PERFORM
    CLOSE ACCOUNT-XREF-FILE
    .

READ-ACCOUNT-XREF.

    READ ACCOUNT-XREF-FILE
        AT END MOVE 'Y' TO ACCOUNT-XREF-EOF-SW
    END-READ
    .

LOOKUP-ACCOUNT.

    MOVE 'N'           TO ACCOUNT-FOUND-SW
    MOVE 0             TO IDX-ACCOUNT
    PERFORM UNTIL IDX-ACCOUNT EQUAL ACCOUNT-COUNT OR ACCOUNT-FOUND
        ADD 1          TO IDX-ACCOUNT
        IF ACCT-ACCOUNT-NO(IDX-ACCOUNT) = BI-ACCOUNT-NO
            MOVE 'Y'                        TO ACCOUNT-FOUND-SW
            MOVE ACCT-CLIENT-ID(IDX-ACCOUNT) TO ACCOUNT-MAPPED-ID
        END-IF
    END-PERFORM
    .

OPEN-FILES.

*>  No lockbox file, or an empty one, means the bank sent nothing   >*
*>  today; the feed is still written, an empty batch, so the        >*
*>  BALLINE concatenation is never short a member.                  >*
    OPEN INPUT BANK-LOCKBOX-FILE
    IF BANK-LOCKBOX-FILE-NOT-FOUND
        DISPLAY 'BANK-LOCKBOX-FILE NOT FOUND - EMPTY LOCKBOX FEED WRITTEN'
        MOVE 'N' TO LOCKBOX-PRESENT-SW
    ELSE
        IF NOT BANK-LOCKBOX-FILE-OK
            DISPLAY 'BANK-LOCKBOX-FILE FAILED TO OPEN - FILE STATUS ' BANK-LOCKBOX-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    OPEN OUTPUT LOCKBOX-FEED-FILE
    IF NOT LOCKBOX-FEED-FILE-OK
        DISPLAY 'LOCKBOX-FEED-FILE FAILED TO OPEN - FILE STATUS ' LOCKBOX-FEED-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT UNIDENTIFIED-REPORT-FILE
    IF NOT UNIDENTIFIED-REPORT-FILE-OK
        DISPLAY 'UNIDENTIFIED-REPORT-FILE FAILED TO OPEN - FILE STATUS ' UNIDENTIFIED-REPORT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT CONTROL-REPORT-FILE
    IF NOT CONTROL-REPORT-FILE-OK
        DISPLAY 'CONTROL-REPORT-FILE FAILED TO OPEN - FILE STATUS ' CONTROL-REPORT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT NEXT-ID-OUT-FILE
    IF NOT NEXT-ID-OUT-FILE-OK
        DISPLAY 'NEXT-ID-OUT-FILE FAILED TO OPEN - FILE STATUS ' NEXT-ID-OUT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
    .

READ-BANK-LOCKBOX.

    READ BANK-LOCKBOX-FILE
        AT END MOVE 'Y' TO BANK-EOF-SW
    END-READ
    .

PROVE-LOCKBOX.

*>  First pass.  Every record is walked against the lockbox         >*
*>  structure and totals; the first failure wins and stops the      >*
*>  proof, and a lockbox that does not prove feeds nothing.         >*
    PERFORM READ-BANK-LOCKBOX
    PERFORM UNTIL BANK-EOF OR NOT PROOF-CLEAN
        ADD 1 TO BANK-RECORD-COUNT
        EVALUATE TRUE
            WHEN BK-LOCKBOX-HEADER
                PERFORM PROVE-LOCKBOX-HEADER
            WHEN BK-BATCH-HEADER
                PERFORM PROVE-BATCH-HEADER
            WHEN BK-ITEM
                PERFORM PROVE-ITEM
            WHEN BK-BATCH-TRAILER
                PERFORM PROVE-BATCH-TRAILER
            WHEN BK-LOCKBOX-TRAILER
                PERFORM PROVE-LOCKBOX-TRAILER
            WHEN OTHER
                MOVE 'RECORD TYPE INVALID'        TO PROOF-STATUS
        END-EVALUATE
        PERFORM READ-BANK-LOCKBOX
    END-PERFORM

    IF PROOF-CLEAN
        EVALUATE TRUE
            WHEN AWAITING-LOCKBOX AND BANK-RECORD-COUNT = 0
                DISPLAY 'BANK-LOCKBOX-FILE EMPTY - EMPTY LOCKBOX FEED WRITTEN'
                MOVE 'N' TO LOCKBOX-PRESENT-SW
            WHEN AWAITING-LOCKBOX
                MOVE 'LOCKBOX HEADER MISSING'     TO PROOF-STATUS
            WHEN INSIDE-BATCH
                MOVE 'BATCH TRAILER MISSING'      TO PROOF-STATUS
            WHEN BETWEEN-BATCHES
                MOVE 'LOCKBOX TRAILER MISSING'    TO PROOF-STATUS
        END-EVALUATE
    END-IF

*>  A failure inside a batch is that batch's failure; it prints on  >*
*>  the batch line so the bank can be told which one to resend.     >*
    IF NOT PROOF-CLEAN AND INSIDE-BATCH
        PERFORM WRITE-BATCH-LINE
    END-IF

    MOVE SPACES            TO CONTROL-LINE
    WRITE CONTROL-LINE
    EVALUATE TRUE
        WHEN NOT PROOF-CLEAN
            MOVE PROOF-STATUS          TO PR-STATUS
        WHEN NOT LOCKBOX-PRESENT
            MOVE 'NO LOCKBOX RECEIVED' TO PR-STATUS
        WHEN OTHER
            MOVE 'PROVEN'              TO PR-STATUS
    END-EVALUATE
    MOVE BANK-RECORD-COUNT TO PR-RECORD-COUNT
    WRITE CONTROL-LINE FROM PROOF-REPORT-LINE

    CLOSE BANK-LOCKBOX-FILE
    .

PROVE-LOCKBOX-HEADER.

    EVALUATE TRUE
        WHEN NOT AWAITING-LOCKBOX
            MOVE 'LOCKBOX HEADER OUT OF PLACE'    TO PROOF-STATUS
        WHEN LH-DEPOSIT-DATE NOT NUMERIC
            MOVE 'DEPOSIT DATE INVALID'           TO PROOF-STATUS
        WHEN OTHER
            MOVE LH-BANK-ID       TO BANK-ID
            MOVE LH-LOCKBOX-NO    TO LOCKBOX-NO
            MOVE LH-DEPOSIT-DATE  TO DEPOSIT-DATE
            MOVE BANK-ID          TO CH2-BANK-ID
            MOVE LOCKBOX-NO       TO CH2-LOCKBOX-NO
            MOVE DEPOSIT-DATE     TO CH2-DEPOSIT-DATE
            WRITE CONTROL-LINE FROM CONTROL-HEADING-2
            MOVE SPACES           TO CONTROL-LINE
            WRITE CONTROL-LINE
            WRITE CONTROL-LINE FROM CONTROL-HEADING-3
            MOVE 'L'              TO PROOF-STATE
            IF DEPOSIT-MM < 1 OR DEPOSIT-MM > 12
             OR DEPOSIT-DD < 1 OR DEPOSIT-DD > 31
             OR DEPOSIT-DATE > RUN-DATE-YYYYMMDD
                MOVE 'DEPOSIT DATE INVALID'       TO PROOF-STATUS
            END-IF
    END-EVALUATE
    .

PROVE-BATCH-HEADER.

    EVALUATE TRUE
        WHEN AWAITING-LOCKBOX
            MOVE 'LOCKBOX HEADER MISSING'         TO PROOF-STATUS
        WHEN INSIDE-BATCH
            MOVE 'BATCH TRAILER MISSING'          TO PROOF-STATUS
        WHEN LOCKBOX-CLOSED
            MOVE 'RECORD AFTER LOCKBOX TRAILER'   TO PROOF-STATUS
        WHEN OTHER
            MOVE BH-BATCH-NO      TO BATCH-NO
            MOVE 0                TO BATCH-ITEM-COUNT
            MOVE 0                TO BATCH-ITEM-TOTAL
            MOVE 'B'              TO PROOF-STATE
    END-EVALUATE
    .

PROVE-ITEM.

    MOVE BI-ITEM-AMOUNT TO ITEM-AMOUNT-X
    EVALUATE TRUE
        WHEN AWAITING-LOCKBOX
            MOVE 'LOCKBOX HEADER MISSING'         TO PROOF-STATUS
        WHEN BETWEEN-BATCHES
            MOVE 'BATCH HEADER MISSING'           TO PROOF-STATUS
        WHEN LOCKBOX-CLOSED
            MOVE 'RECORD AFTER LOCKBOX TRAILER'   TO PROOF-STATUS
        WHEN BI-BATCH-NO NOT = BATCH-NO
            MOVE 'ITEM BATCH NUMBER WRONG'        TO PROOF-STATUS
        WHEN ITEM-AMOUNT-X NOT NUMERIC
            MOVE 'ITEM AMOUNT INVALID'            TO PROOF-STATUS
        WHEN ITEM-AMOUNT-9 = 0
            MOVE 'ITEM AMOUNT INVALID'            TO PROOF-STATUS
        WHEN OTHER
            ADD 1              TO BATCH-ITEM-COUNT
            ADD ITEM-AMOUNT-9  TO BATCH-ITEM-TOTAL
    END-EVALUATE
    .

PROVE-BATCH-TRAILER.

    MOVE BT-ITEM-COUNT  TO TRAILER-COUNT-X
    MOVE BT-BATCH-TOTAL TO TRAILER-TOTAL-X
    EVALUATE TRUE
        WHEN AWAITING-LOCKBOX
            MOVE 'LOCKBOX HEADER MISSING'         TO PROOF-STATUS
        WHEN NOT INSIDE-BATCH
            MOVE 'BATCH HEADER MISSING'           TO PROOF-STATUS
        WHEN BT-BATCH-NO NOT = BATCH-NO
         OR TRAILER-COUNT-X NOT NUMERIC
         OR TRAILER-TOTAL-X NOT NUMERIC
            MOVE 'BATCH TRAILER INVALID'          TO PROOF-STATUS
        WHEN TRAILER-COUNT-9 NOT = BATCH-ITEM-COUNT
            MOVE 'BATCH COUNT MISMATCH'           TO PROOF-STATUS
        WHEN TRAILER-TOTAL-9 NOT = BATCH-ITEM-TOTAL
            MOVE 'BATCH TOTAL MISMATCH'           TO PROOF-STATUS
        WHEN OTHER
            PERFORM WRITE-BATCH-LINE
            ADD 1                  TO LOCKBOX-BATCH-COUNT
            ADD BATCH-ITEM-COUNT   TO LOCKBOX-ITEM-COUNT
            ADD BATCH-ITEM-TOTAL   TO LOCKBOX-ITEM-TOTAL
            MOVE 'L'               TO PROOF-STATE
    END-EVALUATE
    .

PROVE-LOCKBOX-TRAILER.

    MOVE LT-BATCH-COUNT   TO LOCKBOX-BATCHES-X
    MOVE LT-ITEM-COUNT    TO LOCKBOX-ITEMS-X
    MOVE LT-LOCKBOX-TOTAL TO LOCKBOX-TOTAL-X
    EVALUATE TRUE
        WHEN AWAITING-LOCKBOX
            MOVE 'LOCKBOX HEADER MISSING'         TO PROOF-STATUS
        WHEN INSIDE-BATCH
            MOVE 'BATCH TRAILER MISSING'          TO PROOF-STATUS
        WHEN LOCKBOX-CLOSED
            MOVE 'RECORD AFTER LOCKBOX TRAILER'   TO PROOF-STATUS
        WHEN LT-LOCKBOX-NO NOT = LOCKBOX-NO
         OR LOCKBOX-BATCHES-X NOT NUMERIC
         OR LOCKBOX-ITEMS-X NOT NUMERIC
         OR LOCKBOX-TOTAL-X NOT NUMERIC
            MOVE 'LOCKBOX TRAILER INVALID'        TO PROOF-STATUS
        WHEN LOCKBOX-BATCHES-9 NOT = LOCKBOX-BATCH-COUNT
         OR LOCKBOX-ITEMS-9 NOT = LOCKBOX-ITEM-COUNT
            MOVE 'LOCKBOX COUNT MISMATCH'         TO PROOF-STATUS
        WHEN LOCKBOX-TOTAL-9 NOT = LOCKBOX-ITEM-TOTAL
            MOVE 'LOCKBOX TOTAL MISMATCH'         TO PROOF-STATUS
        WHEN OTHER
            MOVE 'E'               TO PROOF-STATE
    END-EVALUATE
    .

WRITE-BATCH-LINE.

    MOVE SPACES              TO CONTROL-LINE
    MOVE BATCH-NO            TO BR-BATCH-NO
    MOVE BATCH-ITEM-COUNT    TO BR-ITEM-COUNT
    MOVE BATCH-ITEM-TOTAL    TO BR-ITEM-TOTAL
    IF PROOF-CLEAN
        MOVE 'VERIFIED'      TO BR-STATUS
    ELSE
        MOVE PROOF-STATUS    TO BR-STATUS
    END-IF
    WRITE CONTROL-LINE FROM BATCH-REPORT-LINE
    .

FEED-LOCKBOX.

*>  Second pass over a proven lockbox.  Only the items matter now;  >*
*>  the structure around them has already been accounted for.       >*
    OPEN INPUT BANK-LOCKBOX-FILE
    IF NOT BANK-LOCKBOX-FILE-OK
        DISPLAY 'BANK-LOCKBOX-FILE FAILED TO REOPEN - FILE STATUS ' BANK-LOCKBOX-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    IF LOCKBOX-ITEM-COUNT > LB-ID-RANGE-SIZE
        DISPLAY 'LOCKBOX ID RANGE EXHAUSTED - ' LOCKBOX-ITEM-COUNT
                ' ITEMS FOR ' LB-ID-RANGE-SIZE ' IDS - RUN TERMINATED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE 'N' TO BANK-EOF-SW
    PERFORM READ-BANK-LOCKBOX
    PERFORM UNTIL BANK-EOF
        IF BK-ITEM
            PERFORM FEED-ONE-ITEM
        END-IF
        PERFORM READ-BANK-LOCKBOX
    END-PERFORM

    CLOSE BANK-LOCKBOX-FILE
    .

FEED-ONE-ITEM.

    MOVE BI-ITEM-AMOUNT TO ITEM-AMOUNT-X
    MOVE SPACES         TO UNIDENTIFIED-REASON

    IF BI-ACCOUNT-NO = SPACES
        MOVE 'ACCOUNT NUMBER BLANK'     TO UNIDENTIFIED-REASON
    ELSE
        PERFORM LOOKUP-ACCOUNT
        IF NOT ACCOUNT-FOUND
            MOVE 'ACCOUNT NOT ON XREF'  TO UNIDENTIFIED-REASON
        END-IF
    END-IF

    IF UNIDENTIFIED-REASON = SPACES
        PERFORM WRITE-PAYMENT-TRANSACTION
    ELSE
        PERFORM WRITE-UNIDENTIFIED-DETAIL
    END-IF
    .

WRITE-PAYMENT-TRANSACTION.

*>  A payment posts negative on the deposit date.  The remitted     >*
*>  invoice id travels only when it is a usable id; anything else   >*
*>  the client wrote is dropped and the payment applies as an       >*
*>  unreferenced one.                                               >*
    MOVE NEXT-LB-ID          TO LF-TRANS-ID
    MOVE ACCOUNT-MAPPED-ID   TO LF-TRANS-CLIENT
    MOVE DEPOSIT-DATE        TO LF-TRANS-DATE
    COMPUTE LF-TRANS-AMMOUNT = 0 - ITEM-AMOUNT-9
    MOVE 'PY'                TO LF-TRANS-TYPE
    EVALUATE TRUE
        WHEN BI-INVOICE-REF = SPACES
            MOVE SPACES          TO LF-INVOICE-REF
        WHEN BI-INVOICE-REF IS NUMERIC
            MOVE BI-INVOICE-REF  TO LF-INVOICE-REF
            ADD 1                TO INVOICE-REF-COUNT
        WHEN OTHER
            MOVE SPACES          TO LF-INVOICE-REF
            ADD 1                TO REF-DROPPED-COUNT
    END-EVALUATE
    WRITE FEED-TRANS-RECORD

    ADD 1                    TO FED-COUNT
    ADD ITEM-AMOUNT-9        TO FED-AMOUNT

    ADD 1                    TO NEXT-LB-ID
    IF NEXT-LB-ID > LAST-LB-ID
        MOVE FIRST-LB-ID     TO NEXT-LB-ID
    END-IF
    .

WRITE-UNIDENTIFIED-DETAIL.

    MOVE SPACES              TO UNIDENTIFIED-LINE
    MOVE BI-BATCH-NO         TO UD-BATCH-NO
    MOVE BI-ITEM-SEQ         TO UD-ITEM-SEQ
    MOVE BI-ACCOUNT-NO       TO UD-ACCOUNT-NO
    MOVE ITEM-AMOUNT-9       TO UD-AMOUNT
    MOVE BI-CHECK-NO         TO UD-CHECK-NO
    MOVE BI-INVOICE-REF      TO UD-INVOICE-REF
    MOVE UNIDENTIFIED-REASON TO UD-REASON
    WRITE UNIDENTIFIED-LINE FROM UNIDENTIFIED-DETAIL-LINE

    ADD 1                    TO UNIDENTIFIED-COUNT
    ADD ITEM-AMOUNT-9        TO UNIDENTIFIED-AMOUNT
    .

WRITE-FEED-HEADER.

*>  The business date is the run date, as TRAN-EDIT requires of     >*
*>  every batch; the deposit date rides on each transaction.        >*
    MOVE SPACES              TO FEED-HEADER-RECORD
    MOVE 'HDR'               TO FH-RECORD-TYPE
    MOVE 'LOCKBOX'           TO FH-FEED-ID
    MOVE RUN-DATE-YYYYMMDD   TO FH-BUS-DATE
    WRITE FEED-HEADER-RECORD
    .

WRITE-FEED-TRAILER.

*>  The hash is the unsigned sum of the amount digits - for an      >*
*>  all-PY feed, simply the amount fed.                             >*
    MOVE SPACES              TO FEED-TRAILER-RECORD
    MOVE 'TRL'               TO FT-RECORD-TYPE
    MOVE FED-COUNT           TO FT-RECORD-COUNT
    MOVE FED-AMOUNT          TO FT-AMOUNT-HASH
    WRITE FEED-TRAILER-RECORD
    .

WRITE-NEXT-ID.

    MOVE NEXT-LB-ID          TO NO-NEXT-ID
    WRITE NEXT-ID-OUT-RECORD
    .

WRITE-REPORT-HEADINGS.

    MOVE RUN-MM         TO CH1-RUN-MM  UH1-RUN-MM
    MOVE RUN-DD         TO CH1-RUN-DD  UH1-RUN-DD
    MOVE RUN-YYYY       TO CH1-RUN-YYYY  UH1-RUN-YYYY
    WRITE CONTROL-LINE FROM CONTROL-HEADING-1
    MOVE SPACES         TO CONTROL-LINE
    WRITE CONTROL-LINE

    WRITE UNIDENTIFIED-LINE FROM UNIDENTIFIED-HEADING-1
    MOVE SPACES         TO UNIDENTIFIED-LINE
    WRITE UNIDENTIFIED-LINE
    WRITE UNIDENTIFIED-LINE FROM UNIDENTIFIED-HEADING-2
    .

WRITE-CONTROL-TOTALS.

    MOVE SPACES                     TO CONTROL-LINE
    WRITE CONTROL-LINE

    MOVE 'LOCKBOX ITEMS         '   TO CT-LABEL
    MOVE LOCKBOX-ITEM-COUNT         TO CT-COUNT
    MOVE LOCKBOX-ITEM-TOTAL         TO CT-AMOUNT
    WRITE CONTROL-LINE FROM CONTROL-TOTAL-LINE

    MOVE 'FED AS PY             '   TO CT-LABEL
    MOVE FED-COUNT                  TO CT-COUNT
    MOVE FED-AMOUNT                 TO CT-AMOUNT
    WRITE CONTROL-LINE FROM CONTROL-TOTAL-LINE

    MOVE 'UNIDENTIFIED          '   TO CT-LABEL
    MOVE UNIDENTIFIED-COUNT         TO CT-COUNT
    MOVE UNIDENTIFIED-AMOUNT        TO CT-AMOUNT
    WRITE CONTROL-LINE FROM CONTROL-TOTAL-LINE

    MOVE 'WITH INVOICE REF      '   TO CT-LABEL
    MOVE INVOICE-REF-COUNT          TO CT-COUNT
    MOVE 0                          TO CT-AMOUNT
    WRITE CONTROL-LINE FROM CONTROL-TOTAL-LINE

    MOVE 'INVOICE REF DROPPED   '   TO CT-LABEL
    MOVE REF-DROPPED-COUNT          TO CT-COUNT
    MOVE 0                          TO CT-AMOUNT
    WRITE CONTROL-LINE FROM CONTROL-TOTAL-LINE

*>  Every item of a proven lockbox is either fed or reported; the   >*
*>  two together must come back to the lockbox total.               >*
    IF PROOF-CLEAN AND LOCKBOX-PRESENT
        COMPUTE ACCOUNTED-AMOUNT = FED-AMOUNT + UNIDENTIFIED-AMOUNT
        MOVE SPACES                 TO CONTROL-LINE
        IF ACCOUNTED-AMOUNT = LOCKBOX-ITEM-TOTAL
         AND FED-COUNT + UNIDENTIFIED-COUNT = LOCKBOX-ITEM-COUNT
            MOVE 'LOCKBOX = FED + UNIDENTIFIED - IN BALANCE' TO CONTROL-LINE
        ELSE
            MOVE 'LOCKBOX = FED + UNIDENTIFIED - OUT OF BALANCE' TO CONTROL-LINE
            MOVE 'Y' TO OUT-OF-BALANCE-SW
        END-IF
        WRITE CONTROL-LINE
    END-IF
    .

CLOSE-FILES.

    CLOSE LOCKBOX-FEED-FILE
    CLOSE UNIDENTIFIED-REPORT-FILE
    CLOSE CONTROL-REPORT-FILE
    CLOSE NEXT-ID-OUT-FILE
    .
