*> Branch feed settlement.  Runs after BALANCE-LINE and accounts    >*
*> for every branch batch TRAN-EDIT accepted: each batch's trailer  >*
*> count and amount hash (from FEEDCTL) are settled against what    >*
*> the edit rejected (TREJECT) and what BALANCE-LINE posted         >*
*> (POSTEDTR) and suspended (SUSPFILE), all three of which carry    >*
*> the HDR feed id.  One section per feed prints on the settlement  >*
*> report - trailer figures, rejected in edit by reason, posted,    >*
*> suspended by reason - with the proof that received = rejected +  >*
*> posted + suspended in count and amount hash.  The same figures   >*
*> go to the settlement file as an H record, D records by outcome   >*
*> and reason and a T record per feed, feed id in columns 2-9 of    >*
*> every record, so the transmission can split it and send each     >*
*> branch its own.  Posted and suspended items with no feed id      >*
*> (recycled, released and system-generated) never came from a      >*
*> branch and print apart from the proof.  Any feed that does not   >*
*> settle ends the step RC=8.                                       >*

IDENTIFICATION DIVISION.
PROGRAM-ID. FEED-SETTLE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

    SELECT FEED-CONTROL-FILE
        ASSIGN TO "FEEDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FEED-CONTROL-FILE-STATUS.

    SELECT REJECT-FILE
        ASSIGN TO "TREJECT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REJECT-FILE-STATUS.

    SELECT POSTED-TRANS-FILE
        ASSIGN TO "POSTEDTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS POSTED-TRANS-FILE-STATUS.

    SELECT SUSPENSE-FILE
        ASSIGN TO "SUSPFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SUSPENSE-FILE-STATUS.

    SELECT SETTLE-FILE
        ASSIGN TO "SETLFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SETTLE-FILE-STATUS.

    SELECT SETTLE-REPORT-FILE
        ASSIGN TO "SETLRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SETTLE-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

*>  One record per batch as TRAN-EDIT verified it.                  >*
FD  FEED-CONTROL-FILE.
    01 FEED-CONTROL-RECORD.
        05 FB-FEED-ID         PIC X(08).
        05 FB-BUS-DATE        PIC X(08).
        05 FB-RECORD-COUNT    PIC 9(06).
        05 FB-AMOUNT-HASH     PIC 9(13)V99.
        05 FB-BATCH-STATUS    PIC X(30).

*>  The raw image as it failed the edit; the amount is only taken   >*
*>  when its digits (and, for the signed total, its sign) are good. >*
FD  REJECT-FILE.
    01 REJECT-TRANS-RECORD.
        05 RJ-TRANS-IMAGE.
            10 FILLER             PIC X(18).
            10 RJ-AMOUNT-DIGITS   PIC X(09).
            10 RJ-AMOUNT-SIGN     PIC X(01).
            10 FILLER             PIC X(07).
        05 RJ-REASON          PIC X(30).
        05 RJ-FEED-ID         PIC X(08).

FD  POSTED-TRANS-FILE.
    01 POSTED-TRANS-RECORD.
        05 PT-TRANS-ID        PIC 9(05).
        05 PT-TRANS-CLIENT    PIC 9(05).
        05 PT-TRANS-DATE      PIC 9(08).
        05 PT-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 PT-TRANS-TYPE      PIC X(02).
        05 PT-INVOICE-REF     PIC X(05).
        05 PT-FEED-ID         PIC X(08).

FD  SUSPENSE-FILE.
    01 SUSPENSE-RECORD.
        05 SP-TRANS-ID        PIC 9(05).
        05 SP-TRANS-CLIENT    PIC 9(05).
        05 SP-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 SP-REASON          PIC X(30).
        05 SP-TRANS-DATE      PIC 9(08).
        05 SP-SUSP-DATE       PIC 9(08).
        05 SP-DAYS-IN-SUSP    PIC 9(05).
        05 SP-TRANS-TYPE      PIC X(02).
        05 SP-FEED-ID         PIC X(08).

*>  H - one per feed: business date, run date and trailer figures.  >*
*>  D - one per outcome (REJ, PST, SUS) and reason, with count,     >*
*>      signed amount and amount hash; posted carries no reason.    >*
*>  T - the proof: settled switch, count and hash accounted for     >*
*>      and the number of records written for the feed, H and T     >*
*>      included.                                                   >*
FD  SETTLE-FILE.
    01 SETTLE-HEADER-RECORD.
        05 SH-RECORD-TYPE     PIC X(01).
        05 SH-FEED-ID         PIC X(08).
        05 SH-BUS-DATE        PIC X(08).
        05 SH-RUN-DATE        PIC 9(08).
        05 SH-TRAILER-COUNT   PIC 9(06).
        05 SH-TRAILER-HASH    PIC 9(13)V99.
        05 FILLER             PIC X(34).
    01 SETTLE-DETAIL-RECORD.
        05 SD-RECORD-TYPE     PIC X(01).
        05 SD-FEED-ID         PIC X(08).
        05 SD-OUTCOME         PIC X(03).
        05 SD-REASON          PIC X(30).
        05 SD-COUNT           PIC 9(06).
        05 SD-AMOUNT          PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
        05 SD-HASH            PIC 9(13)V99.
        05 FILLER             PIC X(03).
    01 SETTLE-TRAILER-RECORD.
        05 STR-RECORD-TYPE    PIC X(01).
        05 STR-FEED-ID        PIC X(08).
        05 STR-SETTLED        PIC X(01).
        05 STR-ACCOUNTED-COUNT PIC 9(06).
        05 STR-ACCOUNTED-HASH PIC 9(13)V99.
        05 STR-RECORD-COUNT   PIC 9(06).
        05 FILLER             PIC X(43).

FD  SETTLE-REPORT-FILE.
    01 SETTLE-LINE            PIC X(80).

WORKING-STORAGE SECTION.

    01 FEED-CONTROL-FILE-STATUS      PIC X(02).
        88 FEED-CONTROL-FILE-OK          VALUE '00'.
    01 REJECT-FILE-STATUS            PIC X(02).
        88 REJECT-FILE-OK                VALUE '00'.
    01 POSTED-TRANS-FILE-STATUS      PIC X(02).
        88 POSTED-TRANS-FILE-OK          VALUE '00'.
    01 SUSPENSE-FILE-STATUS          PIC X(02).
        88 SUSPENSE-FILE-OK              VALUE '00'.
    01 SETTLE-FILE-STATUS            PIC X(02).
        88 SETTLE-FILE-OK                VALUE '00'.
    01 SETTLE-REPORT-FILE-STATUS     PIC X(02).
        88 SETTLE-REPORT-FILE-OK         VALUE '00'.

    01 FEED-CONTROL-EOF-SW    PIC X(01) VALUE 'N'.
        88 FEED-CONTROL-EOF   VALUE 'Y'.
    01 REJECT-EOF-SW          PIC X(01) VALUE 'N'.
        88 REJECT-EOF         VALUE 'Y'.
    01 POSTED-EOF-SW          PIC X(01) VALUE 'N'.
        88 POSTED-EOF         VALUE 'Y'.
    01 SUSPENSE-EOF-SW        PIC X(01) VALUE 'N'.
        88 SUSPENSE-EOF       VALUE 'Y'.
    01 FEED-FOUND-SW          PIC X(01).
        88 FEED-FOUND         VALUE 'Y'.
    01 REASON-FOUND-SW        PIC X(01).
        88 REASON-FOUND       VALUE 'Y'.
    01 FEED-SETTLED-SW        PIC X(01).
        88 FEED-SETTLED       VALUE 'Y'.

*>  The item being accounted for, whichever file it came from.      >*
    01 ITEM-FEED-ID           PIC X(08).
    01 ITEM-OUTCOME           PIC X(01).
        88 ITEM-REJECTED      VALUE 'R'.
        88 ITEM-POSTED        VALUE 'P'.
        88 ITEM-SUSPENDED     VALUE 'S'.
    01 ITEM-REASON            PIC X(30).
    01 ITEM-AMOUNT            PIC S9(11)V99.
    01 ITEM-HASH              PIC 9(13)V99.

    01 AMOUNT-DIGITS-X        PIC X(09).
    01 AMOUNT-DIGITS-9        REDEFINES AMOUNT-DIGITS-X
                              PIC 9(07)V99.

*>  One entry per feed id on FEEDCTL, in the order the batches were >*
*>  verified.  A feed id sent twice in one run settles as one feed  >*
*>  against both trailers.  Reasons are kept per feed under their   >*
*>  outcome, R for rejected in edit and S for suspended.            >*
    01 TABLE-FEED.
        05 FEED-ENTRY  OCCURS 200 TIMES.
            10 FT-FEED-ID         PIC X(08).
            10 FT-BUS-DATE        PIC X(08).
            10 FT-BATCH-STATUS    PIC X(30).
            10 FT-TRAILER-COUNT   PIC 9(06).
            10 FT-TRAILER-HASH    PIC 9(13)V99.
            10 FT-REJECT-COUNT    PIC 9(06).
            10 FT-REJECT-AMOUNT   PIC S9(11)V99.
            10 FT-REJECT-HASH     PIC 9(13)V99.
            10 FT-POSTED-COUNT    PIC 9(06).
            10 FT-POSTED-AMOUNT   PIC S9(11)V99.
            10 FT-POSTED-HASH     PIC 9(13)V99.
            10 FT-SUSP-COUNT      PIC 9(06).
            10 FT-SUSP-AMOUNT     PIC S9(11)V99.
            10 FT-SUSP-HASH       PIC 9(13)V99.
            10 FT-REASON-COUNT    PIC 9(03).
            10 REASON-ENTRY  OCCURS 25 TIMES.
                15 FR-OUTCOME         PIC X(01).
                15 FR-REASON          PIC X(30).
                15 FR-COUNT           PIC 9(06).
                15 FR-AMOUNT          PIC S9(11)V99.
                15 FR-HASH            PIC 9(13)V99.

    01 FEED-COUNT             PIC 9(05) VALUE 0.
    01 IDX-FEED               PIC 9(05).
    01 IDX-REASON             PIC 9(03).
    01 LOOKUP-FEED-ID         PIC X(08).
    01 PRINT-OUTCOME          PIC X(01).

    01 ACCOUNTED-COUNT        PIC 9(06).
    01 ACCOUNTED-HASH         PIC 9(13)V99.
    01 SETTLE-RECORD-COUNT    PIC 9(06).

*>  Items outside the per-branch proof: no feed id at all, or a     >*
*>  feed id FEEDCTL does not know (which should never happen and    >*
*>  is treated as a settlement failure).                            >*
    01 NO-FEED-POSTED-COUNT   PIC 9(09) VALUE 0.
    01 NO-FEED-POSTED-AMOUNT  PIC S9(11)V99 VALUE 0.
    01 NO-FEED-SUSP-COUNT     PIC 9(09) VALUE 0.
    01 NO-FEED-SUSP-AMOUNT    PIC S9(11)V99 VALUE 0.
    01 NO-FEED-REJECT-COUNT   PIC 9(09) VALUE 0.
    01 NO-FEED-REJECT-AMOUNT  PIC S9(11)V99 VALUE 0.
    01 UNKNOWN-FEED-COUNT     PIC 9(09) VALUE 0.
    01 UNKNOWN-FEED-AMOUNT    PIC S9(11)V99 VALUE 0.

    01 FEEDS-SETTLED-COUNT    PIC 9(05) VALUE 0.
    01 FEEDS-UNSETTLED-COUNT  PIC 9(05) VALUE 0.

    01 RUN-DATE-YYYYMMDD.
        05 RUN-YYYY           PIC 9(04).
        05 RUN-MM             PIC 9(02).
        05 RUN-DD             PIC 9(02).
    01 RUN-DATE-NUM           REDEFINES RUN-DATE-YYYYMMDD
                              PIC 9(08).

    01 BUS-DATE-WORK.
        05 BW-YYYY            PIC X(04).
        05 BW-MM              PIC X(02).
        05 BW-DD              PIC X(02).

    01 SETTLE-HEADING-1.
        05 FILLER             PIC X(30) VALUE
           'BRANCH FEED SETTLEMENT REPORT'.
        05 FILLER             PIC X(10) VALUE SPACES.
        05 FILLER             PIC X(10) VALUE 'RUN DATE: '.
        05 SH1-RUN-MM         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 SH1-RUN-DD         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 SH1-RUN-YYYY       PIC 9999.

    01 SETTLE-FEED-HEADING.
        05 FILLER             PIC X(09) VALUE 'FEED ID: '.
        05 SF-FEED-ID         PIC X(08).
        05 FILLER             PIC X(05) VALUE SPACES.
        05 FILLER             PIC X(15) VALUE 'BUSINESS DATE: '.
        05 SF-BUS-MM          PIC X(02).
        05 FILLER             PIC X(01) VALUE '/'.
        05 SF-BUS-DD          PIC X(02).
        05 FILLER             PIC X(01) VALUE '/'.
        05 SF-BUS-YYYY        PIC X(04).

    01 SETTLE-BATCH-LINE.
        05 FILLER             PIC X(14) VALUE 'BATCH STATUS: '.
        05 SB-STATUS          PIC X(30).

    01 SETTLE-AMOUNT-LINE.
        05 SA-LABEL           PIC X(32).
        05 FILLER             PIC X(07) VALUE 'COUNT: '.
        05 SA-COUNT           PIC ZZZZZZZZ9.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 FILLER             PIC X(08) VALUE 'AMOUNT: '.
        05 SA-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

    01 SETTLE-PROOF-LINE.
        05 PF-LABEL           PIC X(16).
        05 FILLER             PIC X(10) VALUE 'RECEIVED: '.
        05 PF-RECEIVED        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 FILLER             PIC X(11) VALUE 'ACCOUNTED: '.
        05 PF-ACCOUNTED       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

    01 SETTLE-COUNT-PROOF-LINE.
        05 SC-LABEL           PIC X(16).
        05 FILLER             PIC X(10) VALUE 'RECEIVED: '.
        05 SC-RECEIVED        PIC ZZZ,ZZZ,ZZ9.
        05 FILLER             PIC X(09) VALUE SPACES.
        05 FILLER             PIC X(11) VALUE 'ACCOUNTED: '.
        05 SC-ACCOUNTED       PIC ZZZ,ZZZ,ZZ9.

    01 SETTLE-RESULT-LINE.
        05 FILLER             PIC X(12) VALUE 'SETTLEMENT: '.
        05 SRL-RESULT          PIC X(30).

    01 SETTLE-TOTAL-LINE.
        05 ST-LABEL           PIC X(32).
        05 FILLER             PIC X(07) VALUE 'FEEDS: '.
        05 ST-COUNT           PIC ZZZZ9.

PROCEDURE DIVISION.

    PERFORM OPEN-FILES
    PERFORM LOAD-FEED-CONTROL
    PERFORM TALLY-REJECTS
    PERFORM TALLY-POSTED
    PERFORM TALLY-SUSPENSE
    PERFORM WRITE-REPORT-HEADING

    IF FEED-COUNT = 0
        MOVE 'NO BRANCH FEEDS IN THIS RUN' TO SETTLE-LINE
        WRITE SETTLE-LINE
        MOVE SPACES                        TO SETTLE-LINE
        WRITE SETTLE-LINE
    END-IF

    MOVE 0 TO IDX-FEED
    PERFORM UNTIL IDX-FEED = FEED-COUNT
        ADD 1 TO IDX-FEED
        PERFORM SETTLE-ONE-FEED
    END-PERFORM

    PERFORM WRITE-NO-FEED-ITEMS
    PERFORM WRITE-REPORT-TOTALS

    IF FEEDS-UNSETTLED-COUNT > 0 OR UNKNOWN-FEED-COUNT > 0
        DISPLAY 'BRANCH FEED SETTLEMENT OUT OF BALANCE - SEE SETLRPT'
        MOVE 8 TO RETURN-CODE
    END-IF

    PERFORM CLOSE-FILES

    STOP RUN
    .

OPEN-FILES.

    OPEN INPUT FEED-CONTROL-FILE
    IF NOT FEED-CONTROL-FILE-OK
        DISPLAY 'FEED-CONTROL-FILE FAILED TO OPEN - FILE STATUS ' FEED-CONTROL-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT REJECT-FILE
    IF NOT REJECT-FILE-OK
        DISPLAY 'REJECT-FILE FAILED TO OPEN - FILE STATUS ' REJECT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT POSTED-TRANS-FILE
    IF NOT POSTED-TRANS-FILE-OK
        DISPLAY 'POSTED-TRANS-FILE FAILED TO OPEN - FILE STATUS ' POSTED-TRANS-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT SUSPENSE-FILE
    IF NOT SUSPENSE-FILE-OK
        DISPLAY 'SUSPENSE-FILE FAILED TO OPEN - FILE STATUS ' SUSPENSE-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT SETTLE-FILE
    IF NOT SETTLE-FILE-OK
        DISPLAY 'SETTLE-FILE FAILED TO OPEN - FILE STATUS ' SETTLE-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT SETTLE-REPORT-FILE
    IF NOT SETTLE-REPORT-FILE-OK
        DISPLAY 'SETTLE-REPORT-FILE FAILED TO OPEN - FILE STATUS ' SETTLE-REPORT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
    .

LOAD-FEED-CONTROL.

    PERFORM READ-FEED-CONTROL
    PERFORM UNTIL FEED-CONTROL-EOF
        MOVE FB-FEED-ID        TO LOOKUP-FEED-ID
        PERFORM LOOKUP-FEED
        IF NOT FEED-FOUND
            IF FEED-COUNT >= 200
                DISPLAY 'FEED-CONTROL-FILE EXCEEDS TABLE-FEED CAPACITY (200) - RUN TERMINATED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1                  TO FEED-COUNT
            MOVE FEED-COUNT        TO IDX-FEED
            INITIALIZE FEED-ENTRY(IDX-FEED)
            MOVE FB-FEED-ID        TO FT-FEED-ID(IDX-FEED)
            MOVE FB-BUS-DATE       TO FT-BUS-DATE(IDX-FEED)
        END-IF
        ADD FB-RECORD-COUNT    TO FT-TRAILER-COUNT(IDX-FEED)
        ADD FB-AMOUNT-HASH     TO FT-TRAILER-HASH(IDX-FEED)
        IF FB-BATCH-STATUS NOT = SPACES
            MOVE FB-BATCH-STATUS   TO FT-BATCH-STATUS(IDX-FEED)
        END-IF
        PERFORM READ-FEED-CONTROL
    END-PERFORM
    CLOSE FEED-CONTROL-FILE
    .

READ-FEED-CONTROL.

    READ FEED-CONTROL-FILE
        AT END MOVE 'Y' TO FEED-CONTROL-EOF-SW
    END-READ
    .

TALLY-REJECTS.

*>  A reject whose amount digits are not numeric still counts; it   >*
*>  adds nothing to the amount, just as it added nothing to the     >*
*>  trailer hash.                                                   >*
    PERFORM READ-REJECT
    PERFORM UNTIL REJECT-EOF
        MOVE RJ-FEED-ID        TO ITEM-FEED-ID
        MOVE 'R'               TO ITEM-OUTCOME
        MOVE RJ-REASON         TO ITEM-REASON
        MOVE 0                 TO ITEM-AMOUNT
                                  ITEM-HASH
        MOVE RJ-AMOUNT-DIGITS  TO AMOUNT-DIGITS-X
        IF AMOUNT-DIGITS-X IS NUMERIC
            MOVE AMOUNT-DIGITS-9   TO ITEM-HASH
            IF RJ-AMOUNT-SIGN = '+'
                MOVE AMOUNT-DIGITS-9   TO ITEM-AMOUNT
            END-IF
            IF RJ-AMOUNT-SIGN = '-'
                COMPUTE ITEM-AMOUNT = 0 - AMOUNT-DIGITS-9
            END-IF
        END-IF
        PERFORM ACCOUNT-FOR-ITEM
        PERFORM READ-REJECT
    END-PERFORM
    CLOSE REJECT-FILE
    .

READ-REJECT.

    READ REJECT-FILE
        AT END MOVE 'Y' TO REJECT-EOF-SW
    END-READ
    .

TALLY-POSTED.

    PERFORM READ-POSTED
    PERFORM UNTIL POSTED-EOF
        MOVE PT-FEED-ID        TO ITEM-FEED-ID
        MOVE 'P'               TO ITEM-OUTCOME
        MOVE SPACES            TO ITEM-REASON
        MOVE PT-TRANS-AMMOUNT  TO ITEM-AMOUNT
        IF PT-TRANS-AMMOUNT < 0
            COMPUTE ITEM-HASH = 0 - PT-TRANS-AMMOUNT
        ELSE
            MOVE PT-TRANS-AMMOUNT  TO ITEM-HASH
        END-IF
        PERFORM ACCOUNT-FOR-ITEM
        PERFORM READ-POSTED
    END-PERFORM
    CLOSE POSTED-TRANS-FILE
    .

READ-POSTED.

    READ POSTED-TRANS-FILE
        AT END MOVE 'Y' TO POSTED-EOF-SW
    END-READ
    .

TALLY-SUSPENSE.

    PERFORM READ-SUSPENSE
    PERFORM UNTIL SUSPENSE-EOF
        MOVE SP-FEED-ID        TO ITEM-FEED-ID
        MOVE 'S'               TO ITEM-OUTCOME
        MOVE SP-REASON         TO ITEM-REASON
        MOVE SP-TRANS-AMMOUNT  TO ITEM-AMOUNT
        IF SP-TRANS-AMMOUNT < 0
            COMPUTE ITEM-HASH = 0 - SP-TRANS-AMMOUNT
        ELSE
            MOVE SP-TRANS-AMMOUNT  TO ITEM-HASH
        END-IF
        PERFORM ACCOUNT-FOR-ITEM
        PERFORM READ-SUSPENSE
    END-PERFORM
    CLOSE SUSPENSE-FILE
    .

READ-SUSPENSE.

    READ SUSPENSE-FILE
        AT END MOVE 'Y' TO SUSPENSE-EOF-SW
    END-READ
    .

ACCOUNT-FOR-ITEM.

    IF ITEM-FEED-ID = SPACES
        EVALUATE TRUE
            WHEN ITEM-REJECTED
                ADD 1              TO NO-FEED-REJECT-COUNT
                ADD ITEM-AMOUNT    TO NO-FEED-REJECT-AMOUNT
            WHEN ITEM-POSTED
                ADD 1              TO NO-FEED-POSTED-COUNT
                ADD ITEM-AMOUNT    TO NO-FEED-POSTED-AMOUNT
            WHEN ITEM-SUSPENDED
                ADD 1              TO NO-FEED-SUSP-COUNT
                ADD ITEM-AMOUNT    TO NO-FEED-SUSP-AMOUNT
        END-EVALUATE
    ELSE
        MOVE ITEM-FEED-ID      TO LOOKUP-FEED-ID
        PERFORM LOOKUP-FEED
        IF NOT FEED-FOUND
            DISPLAY 'FEED ID NOT ON FEEDCTL: ' ITEM-FEED-ID
            ADD 1              TO UNKNOWN-FEED-COUNT
            ADD ITEM-AMOUNT    TO UNKNOWN-FEED-AMOUNT
        ELSE
            EVALUATE TRUE
                WHEN ITEM-REJECTED
                    ADD 1              TO FT-REJECT-COUNT(IDX-FEED)
                    ADD ITEM-AMOUNT    TO FT-REJECT-AMOUNT(IDX-FEED)
                    ADD ITEM-HASH      TO FT-REJECT-HASH(IDX-FEED)
                    PERFORM ADD-TO-REASON
                WHEN ITEM-POSTED
                    ADD 1              TO FT-POSTED-COUNT(IDX-FEED)
                    ADD ITEM-AMOUNT    TO FT-POSTED-AMOUNT(IDX-FEED)
                    ADD ITEM-HASH      TO FT-POSTED-HASH(IDX-FEED)
                WHEN ITEM-SUSPENDED
                    ADD 1              TO FT-SUSP-COUNT(IDX-FEED)
                    ADD ITEM-AMOUNT    TO FT-SUSP-AMOUNT(IDX-FEED)
                    ADD ITEM-HASH      TO FT-SUSP-HASH(IDX-FEED)
                    PERFORM ADD-TO-REASON
            END-EVALUATE
        END-IF
    END-IF
    .

LOOKUP-FEED.

    MOVE 'N'           TO FEED-FOUND-SW
    MOVE 0             TO IDX-FEED
    PERFORM UNTIL IDX-FEED EQUAL FEED-COUNT OR FEED-FOUND
        ADD 1          TO IDX-FEED
        IF FT-FEED-ID(IDX-FEED) = LOOKUP-FEED-ID
            MOVE 'Y'   TO FEED-FOUND-SW
        END-IF
    END-PERFORM
    .

ADD-TO-REASON.

    MOVE 'N'           TO REASON-FOUND-SW
    MOVE 0             TO IDX-REASON
    PERFORM UNTIL IDX-REASON EQUAL FT-REASON-COUNT(IDX-FEED)
                  OR REASON-FOUND
        ADD 1          TO IDX-REASON
        IF FR-OUTCOME(IDX-FEED IDX-REASON) = ITEM-OUTCOME
         AND FR-REASON(IDX-FEED IDX-REASON) = ITEM-REASON
            MOVE 'Y'   TO REASON-FOUND-SW
        END-IF
    END-PERFORM

    IF NOT REASON-FOUND
        IF FT-REASON-COUNT(IDX-FEED) >= 25
            DISPLAY 'FEED ' FT-FEED-ID(IDX-FEED) ' EXCEEDS REASON CAPACITY (25) - RUN TERMINATED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1                  TO FT-REASON-COUNT(IDX-FEED)
        MOVE FT-REASON-COUNT(IDX-FEED) TO IDX-REASON
        MOVE ITEM-OUTCOME      TO FR-OUTCOME(IDX-FEED IDX-REASON)
        MOVE ITEM-REASON       TO FR-REASON(IDX-FEED IDX-REASON)
        MOVE 0                 TO FR-COUNT(IDX-FEED IDX-REASON)
                                  FR-AMOUNT(IDX-FEED IDX-REASON)
                                  FR-HASH(IDX-FEED IDX-REASON)
    END-IF

    ADD 1              TO FR-COUNT(IDX-FEED IDX-REASON)
    ADD ITEM-AMOUNT    TO FR-AMOUNT(IDX-FEED IDX-REASON)
    ADD ITEM-HASH      TO FR-HASH(IDX-FEED IDX-REASON)
    .

WRITE-REPORT-HEADING.

    MOVE RUN-MM    TO SH1-RUN-MM
    MOVE RUN-DD    TO SH1-RUN-DD
    MOVE RUN-YYYY  TO SH1-RUN-YYYY
    WRITE SETTLE-LINE FROM SETTLE-HEADING-1
    MOVE SPACES    TO SETTLE-LINE
    WRITE SETTLE-LINE
    .

SETTLE-ONE-FEED.

*>  Received is the trailer; accounted for is everything the edit   >*
*>  rejected plus everything BALANCE-LINE posted or suspended.  The >*
*>  amount proof is on the unsigned hash, the figure the trailer    >*
*>  carries.                                                        >*
    COMPUTE ACCOUNTED-COUNT = FT-REJECT-COUNT(IDX-FEED)
                            + FT-POSTED-COUNT(IDX-FEED)
                            + FT-SUSP-COUNT(IDX-FEED)
    COMPUTE ACCOUNTED-HASH  = FT-REJECT-HASH(IDX-FEED)
                            + FT-POSTED-HASH(IDX-FEED)
                            + FT-SUSP-HASH(IDX-FEED)

    IF ACCOUNTED-COUNT = FT-TRAILER-COUNT(IDX-FEED)
     AND ACCOUNTED-HASH = FT-TRAILER-HASH(IDX-FEED)
        MOVE 'Y'   TO FEED-SETTLED-SW
        ADD 1      TO FEEDS-SETTLED-COUNT
    ELSE
        MOVE 'N'   TO FEED-SETTLED-SW
        ADD 1      TO FEEDS-UNSETTLED-COUNT
    END-IF

    PERFORM WRITE-FEED-SECTION
    PERFORM WRITE-SETTLE-RECORDS
    .

WRITE-FEED-SECTION.

    MOVE FT-FEED-ID(IDX-FEED)     TO SF-FEED-ID
    MOVE FT-BUS-DATE(IDX-FEED)    TO BUS-DATE-WORK
    MOVE BW-MM                    TO SF-BUS-MM
    MOVE BW-DD                    TO SF-BUS-DD
    MOVE BW-YYYY                  TO SF-BUS-YYYY
    WRITE SETTLE-LINE FROM SETTLE-FEED-HEADING
    IF FT-BATCH-STATUS(IDX-FEED) NOT = SPACES
        MOVE FT-BATCH-STATUS(IDX-FEED) TO SB-STATUS
        WRITE SETTLE-LINE FROM SETTLE-BATCH-LINE
    END-IF

    MOVE 'TRAILER (RECEIVED)'     TO SA-LABEL
    MOVE FT-TRAILER-COUNT(IDX-FEED) TO SA-COUNT
    MOVE FT-TRAILER-HASH(IDX-FEED) TO SA-AMOUNT
    WRITE SETTLE-LINE FROM SETTLE-AMOUNT-LINE

    MOVE 'REJECTED IN EDIT'       TO SA-LABEL
    MOVE FT-REJECT-COUNT(IDX-FEED) TO SA-COUNT
    MOVE FT-REJECT-AMOUNT(IDX-FEED) TO SA-AMOUNT
    WRITE SETTLE-LINE FROM SETTLE-AMOUNT-LINE
    MOVE 'R'                      TO PRINT-OUTCOME
    PERFORM WRITE-REASON-LINES

    MOVE 'POSTED'                 TO SA-LABEL
    MOVE FT-POSTED-COUNT(IDX-FEED) TO SA-COUNT
    MOVE FT-POSTED-AMOUNT(IDX-FEED) TO SA-AMOUNT
    WRITE SETTLE-LINE FROM SETTLE-AMOUNT-LINE

    MOVE 'SUSPENDED'              TO SA-LABEL
    MOVE FT-SUSP-COUNT(IDX-FEED)  TO SA-COUNT
    MOVE FT-SUSP-AMOUNT(IDX-FEED) TO SA-AMOUNT
    WRITE SETTLE-LINE FROM SETTLE-AMOUNT-LINE
    MOVE 'S'                      TO PRINT-OUTCOME
    PERFORM WRITE-REASON-LINES

    MOVE 'PROOF - COUNT'          TO SC-LABEL
    MOVE FT-TRAILER-COUNT(IDX-FEED) TO SC-RECEIVED
    MOVE ACCOUNTED-COUNT          TO SC-ACCOUNTED
    WRITE SETTLE-LINE FROM SETTLE-COUNT-PROOF-LINE

    MOVE 'PROOF - HASH'           TO PF-LABEL
    MOVE FT-TRAILER-HASH(IDX-FEED) TO PF-RECEIVED
    MOVE ACCOUNTED-HASH           TO PF-ACCOUNTED
    WRITE SETTLE-LINE FROM SETTLE-PROOF-LINE

    IF FEED-SETTLED
        MOVE 'SETTLED'            TO SRL-RESULT
    ELSE
        MOVE 'OUT OF BALANCE'     TO SRL-RESULT
    END-IF
    WRITE SETTLE-LINE FROM SETTLE-RESULT-LINE
    MOVE SPACES                   TO SETTLE-LINE
    WRITE SETTLE-LINE
    .

WRITE-REASON-LINES.

    MOVE 0 TO IDX-REASON
    PERFORM UNTIL IDX-REASON = FT-REASON-COUNT(IDX-FEED)
        ADD 1 TO IDX-REASON
        IF FR-OUTCOME(IDX-FEED IDX-REASON) = PRINT-OUTCOME
            MOVE SPACES                 TO SA-LABEL
            MOVE FR-REASON(IDX-FEED IDX-REASON) TO SA-LABEL(3:30)
            MOVE FR-COUNT(IDX-FEED IDX-REASON)  TO SA-COUNT
            MOVE FR-AMOUNT(IDX-FEED IDX-REASON) TO SA-AMOUNT
            WRITE SETTLE-LINE FROM SETTLE-AMOUNT-LINE
        END-IF
    END-PERFORM
    .

WRITE-SETTLE-RECORDS.

    MOVE 0 TO SETTLE-RECORD-COUNT

    MOVE SPACES                     TO SETTLE-HEADER-RECORD
    MOVE 'H'                        TO SH-RECORD-TYPE
    MOVE FT-FEED-ID(IDX-FEED)       TO SH-FEED-ID
    MOVE FT-BUS-DATE(IDX-FEED)      TO SH-BUS-DATE
    MOVE RUN-DATE-NUM               TO SH-RUN-DATE
    MOVE FT-TRAILER-COUNT(IDX-FEED) TO SH-TRAILER-COUNT
    MOVE FT-TRAILER-HASH(IDX-FEED)  TO SH-TRAILER-HASH
    WRITE SETTLE-HEADER-RECORD
    ADD 1                           TO SETTLE-RECORD-COUNT

*>  Rejected and suspended go out by reason; posted is a single     >*
*>  line with the reason blank, written even when nothing posted.   >*
    MOVE 'R' TO PRINT-OUTCOME
    PERFORM WRITE-SETTLE-REASONS

    MOVE SPACES                     TO SETTLE-DETAIL-RECORD
    MOVE 'D'                        TO SD-RECORD-TYPE
    MOVE FT-FEED-ID(IDX-FEED)       TO SD-FEED-ID
    MOVE 'PST'                      TO SD-OUTCOME
    MOVE FT-POSTED-COUNT(IDX-FEED)  TO SD-COUNT
    MOVE FT-POSTED-AMOUNT(IDX-FEED) TO SD-AMOUNT
    MOVE FT-POSTED-HASH(IDX-FEED)   TO SD-HASH
    WRITE SETTLE-DETAIL-RECORD
    ADD 1                           TO SETTLE-RECORD-COUNT

    MOVE 'S' TO PRINT-OUTCOME
    PERFORM WRITE-SETTLE-REASONS

    MOVE SPACES                     TO SETTLE-TRAILER-RECORD
    MOVE 'T'                        TO STR-RECORD-TYPE
    MOVE FT-FEED-ID(IDX-FEED)       TO STR-FEED-ID
    MOVE FEED-SETTLED-SW            TO STR-SETTLED
    MOVE ACCOUNTED-COUNT            TO STR-ACCOUNTED-COUNT
    MOVE ACCOUNTED-HASH             TO STR-ACCOUNTED-HASH
    ADD 1                           TO SETTLE-RECORD-COUNT
    MOVE SETTLE-RECORD-COUNT        TO STR-RECORD-COUNT
    WRITE SETTLE-TRAILER-RECORD
    .

WRITE-SETTLE-REASONS.

    MOVE 0 TO IDX-REASON
    PERFORM UNTIL IDX-REASON = FT-REASON-COUNT(IDX-FEED)
        ADD 1 TO IDX-REASON
        IF FR-OUTCOME(IDX-FEED IDX-REASON) = PRINT-OUTCOME
            MOVE SPACES                 TO SETTLE-DETAIL-RECORD
            MOVE 'D'                    TO SD-RECORD-TYPE
            MOVE FT-FEED-ID(IDX-FEED)   TO SD-FEED-ID
            IF PRINT-OUTCOME = 'R'
                MOVE 'REJ'              TO SD-OUTCOME
            ELSE
                MOVE 'SUS'              TO SD-OUTCOME
            END-IF
            MOVE FR-REASON(IDX-FEED IDX-REASON) TO SD-REASON
            MOVE FR-COUNT(IDX-FEED IDX-REASON)  TO SD-COUNT
            MOVE FR-AMOUNT(IDX-FEED IDX-REASON) TO SD-AMOUNT
            MOVE FR-HASH(IDX-FEED IDX-REASON)   TO SD-HASH
            WRITE SETTLE-DETAIL-RECORD
            ADD 1                       TO SETTLE-RECORD-COUNT
        END-IF
    END-PERFORM
    .

WRITE-NO-FEED-ITEMS.

*>  Recycled, released and system-generated items carry no feed id; >*
*>  they belong to no branch batch and sit outside the proof.  A    >*
*>  blank-id reject can only be a detail that arrived outside any   >*
*>  batch, which TRAN-EDIT already failed the run for.              >*
    MOVE 'ITEMS NOT FROM A BRANCH FEED'  TO SETTLE-LINE
    WRITE SETTLE-LINE

    MOVE 'POSTED'                 TO SA-LABEL
    MOVE NO-FEED-POSTED-COUNT     TO SA-COUNT
    MOVE NO-FEED-POSTED-AMOUNT    TO SA-AMOUNT
    WRITE SETTLE-LINE FROM SETTLE-AMOUNT-LINE

    MOVE 'SUSPENDED'              TO SA-LABEL
    MOVE NO-FEED-SUSP-COUNT       TO SA-COUNT
    MOVE NO-FEED-SUSP-AMOUNT      TO SA-AMOUNT
    WRITE SETTLE-LINE FROM SETTLE-AMOUNT-LINE

    IF NO-FEED-REJECT-COUNT > 0
        MOVE 'REJECTED OUTSIDE ANY BATCH' TO SA-LABEL
        MOVE NO-FEED-REJECT-COUNT     TO SA-COUNT
        MOVE NO-FEED-REJECT-AMOUNT    TO SA-AMOUNT
        WRITE SETTLE-LINE FROM SETTLE-AMOUNT-LINE
    END-IF

    IF UNKNOWN-FEED-COUNT > 0
        MOVE 'FEED ID NOT ON FEEDCTL' TO SA-LABEL
        MOVE UNKNOWN-FEED-COUNT       TO SA-COUNT
        MOVE UNKNOWN-FEED-AMOUNT      TO SA-AMOUNT
        WRITE SETTLE-LINE FROM SETTLE-AMOUNT-LINE
    END-IF

    MOVE SPACES                   TO SETTLE-LINE
    WRITE SETTLE-LINE
    .

WRITE-REPORT-TOTALS.

    MOVE 'BRANCH FEEDS SETTLED'   TO ST-LABEL
    MOVE FEEDS-SETTLED-COUNT      TO ST-COUNT
    WRITE SETTLE-LINE FROM SETTLE-TOTAL-LINE

    MOVE 'BRANCH FEEDS OUT OF BALANCE' TO ST-LABEL
    MOVE FEEDS-UNSETTLED-COUNT    TO ST-COUNT
    WRITE SETTLE-LINE FROM SETTLE-TOTAL-LINE
    .

CLOSE-FILES.

    CLOSE SETTLE-FILE
    CLOSE SETTLE-REPORT-FILE
    .
