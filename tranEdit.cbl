*> (feed id, business date) and closes with a TRL record (record    >*
*> count, amount hash), and every batch is verified on the way      >*
*> into the sort: the trailer must tie to the records between       >*
*> header and trailer, the business date must match the run, and    >*
*> the feed id must be present and must not repeat an earlier       >*
*> batch in the same run (two batches under one id would merge      >*
*> into one settlement line).                                       >*
*> A truncated transfer used to pass the field edit silently and    >*
*> surface as a branch call about missing postings; now a missing   >*
*> or broken batch prints a batch-level line on the edit report     >*
*> and ends the step RC=16, so BALSTEP never posts a short feed.    >*
*>                                                                  >*
*> A PY may carry in columns 31-35 the id of the invoice the client >*
*> named on the remittance (the lockbox intake supplies it); it     >*
*> must be numeric, and any other type must leave it blank.         >*
*>                                                                  >*
*> An item dated before the open accounting period on the           >*
*> PERIOD-CLOSE control file (PERIODCF) is judged by the BACKDATED= >*
*> card on the shared PARMFILE: REJECT (the default) rejects it as  >*
*> DATED IN CLOSED PERIOD, POST passes it on for BALANCE-LINE to    >*
*> post into the open period under its original date.  Either way   >*
*> it is listed on the back-dated items report (BACKRPT).           >*
*>                                                                  >*
*> Every record leaves the edit carrying the feed id from its batch >*
*> header (columns 36-43 of CLEANTRN, 66-73 of TREJECT), and each   >*
*> batch's trailer figures go to FEEDCTL, so the settlement step    >*
*> after BALANCE-LINE can account for every branch batch as         >*
*> rejected, posted or suspended.                                   >*

IDENTIFICATION DIVISION.
PROGRAM-ID. TRAN-EDIT.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS POSTED-ID-FILE-STATUS.

    SELECT FEED-CONTROL-FILE
        ASSIGN TO "FEEDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FEED-CONTROL-FILE-STATUS.

    SELECT PARM-FILE
        ASSIGN TO "PARMFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARM-FILE-STATUS.

    SELECT PERIOD-CONTROL-FILE
        ASSIGN TO "PERIODCF"
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS RANDOM
        RELATIVE KEY IS PERIOD-KEY
        FILE STATUS IS PERIOD-CONTROL-FILE-STATUS.

    SELECT BACKDATED-REPORT-FILE
        ASSIGN TO "BACKRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BACKDATED-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD  RAW-TRANS-FILE.
    01 RAW-TRANS-RECORD       PIC X(35).
    01 RAW-BATCH-HEADER.
        05 BH-RECORD-TYPE     PIC X(03).
        05 BH-FEED-ID         PIC X(08).
        05 BH-BUS-DATE        PIC X(08).
        05 FILLER             PIC X(16).
    01 RAW-BATCH-TRAILER.
        05 BT-RECORD-TYPE     PIC X(03).
        05 BT-RECORD-COUNT    PIC X(06).
        05 BT-AMOUNT-HASH     PIC X(15).
        05 FILLER             PIC X(11).
    01 RAW-TRANS-DETAIL.
        05 FILLER             PIC X(18).
        05 RD-AMOUNT-DIGITS   PIC X(09).
        05 RD-AMOUNT-SIGN     PIC X(01).
        05 FILLER             PIC X(07).

SD  EDIT-SORT-FILE.
    01 EDIT-SORT-RECORD.
        05 ES-TRANS-ID        PIC X(05).
        05 FILLER             PIC X(30).
        05 ES-FEED-ID         PIC X(08).

FD  SORTED-RAW-FILE.
    01 SORTED-RAW-RECORD.
*>          reviewer's authority nobody granted - and rejects as    >*
*>          an invalid type.                                        >*
            88 SR-VALID-TRANS-TYPE  VALUE 'PY' 'IN' 'AJ'.
        05 SR-INVOICE-REF     PIC X(05).
*>          The HDR feed id of the batch the record arrived in,     >*
*>          carried through posting for the settlement step.        >*
        05 SR-FEED-ID         PIC X(08).

FD  CLEAN-TRANS-FILE.
    01 CLEAN-TRANS-RECORD     PIC X(43).

FD  REJECT-TRANS-FILE.
    01 REJECT-TRANS-RECORD.
        05 RJ-TRANS-IMAGE     PIC X(35).
        05 RJ-REASON          PIC X(30).
        05 RJ-FEED-ID         PIC X(08).

*>  One record per batch as it was verified, so the settlement step >*
*>  has each feed's trailer figures to settle against.              >*
FD  FEED-CONTROL-FILE.
    01 FEED-CONTROL-RECORD.
        05 FB-FEED-ID         PIC X(08).
        05 FB-BUS-DATE        PIC X(08).
        05 FB-RECORD-COUNT    PIC 9(06).
        05 FB-AMOUNT-HASH     PIC 9(13)V99.
        05 FB-BATCH-STATUS    PIC X(30).

FD  EDIT-REPORT-FILE.
    01 EDIT-LINE              PIC X(80).
        05 PH-TRANS-ID        PIC X(05).
        05 PH-TRANS-DATE      PIC 9(08).

FD  PARM-FILE.
    01 PARM-RECORD            PIC X(80).

*>  The one-record period control file PERIOD-CLOSE maintains; only >*
*>  the open period is used here.                                   >*
FD  PERIOD-CONTROL-FILE.
    01 PERIOD-CONTROL-RECORD.
        05 PC-OPEN-PERIOD     PIC 9(06).
        05 PC-LAST-CLOSED     PIC 9(06).
        05 PC-CLOSE-DATE      PIC 9(08).
        05 PC-STMT-STATUS     PIC X(01).
        05 PC-STMT-RUN-DATE   PIC 9(08).
        05 PC-FINCHG-STATUS   PIC X(01).
        05 PC-FINCHG-RUN-DATE PIC 9(08).
        05 PC-AGING-STATUS    PIC X(01).
        05 PC-AGING-RUN-DATE  PIC 9(08).

FD  BACKDATED-REPORT-FILE.
    01 BACKDATED-LINE         PIC X(80).

FD  RUN-HISTORY-FILE.
*>  Same layout BALANCE-LINE and SUSP-RECYCLE append; for the edit  >*
*>  the posted figures are the accepted records and the suspense    >*
    01 POSTED-ID-FILE-STATUS         PIC X(02).
        88 POSTED-ID-FILE-OK             VALUE '00'.
        88 POSTED-ID-FILE-NOT-FOUND      VALUE '35'.
    01 FEED-CONTROL-FILE-STATUS      PIC X(02).
        88 FEED-CONTROL-FILE-OK          VALUE '00'.
    01 PARM-FILE-STATUS              PIC X(02).
        88 PARM-FILE-OK                  VALUE '00'.
        88 PARM-FILE-NOT-FOUND           VALUE '35'.
    01 PERIOD-CONTROL-FILE-STATUS    PIC X(02).
        88 PERIOD-CONTROL-FILE-OK        VALUE '00'.
        88 PERIOD-CONTROL-FILE-NOT-FOUND VALUE '35'.
    01 BACKDATED-REPORT-FILE-STATUS  PIC X(02).
        88 BACKDATED-REPORT-FILE-OK      VALUE '00'.

    01 PERIOD-KEY             PIC 9(05) VALUE 1.
    01 PARM-EOF-SW            PIC X(01) VALUE 'N'.
        88 PARM-EOF           VALUE 'Y'.

*>  An item dated before the open accounting period would change a  >*
*>  month whose statements, charges and aging have already run.     >*
*>  BACKDATED=REJECT (the default) rejects it here; BACKDATED=POST  >*
*>  passes it on and BALANCE-LINE posts it into the open period     >*
*>  under its original date.  Either way it is listed on the        >*
*>  back-dated items report.  With no period control file there is  >*
*>  no closed period to protect and the check is not made.          >*
    01 BACKDATED-RULE-SW      PIC X(01) VALUE 'R'.
        88 BACKDATED-REJECT   VALUE 'R'.
        88 BACKDATED-POST     VALUE 'P'.
    01 PERIOD-CHECK-SW        PIC X(01) VALUE 'N'.
        88 PERIOD-CHECK-ACTIVE VALUE 'Y'.
    01 OPEN-PERIOD-X          PIC X(06).
    01 BACKDATED-REJECT-COUNT PIC 9(09) VALUE 0.
    01 BACKDATED-REJECT-AMOUNT  PIC S9(11)V99 VALUE 0.
    01 BACKDATED-PASS-COUNT   PIC 9(09) VALUE 0.
    01 BACKDATED-PASS-AMOUNT  PIC S9(11)V99 VALUE 0.

    01 POSTED-ID-EOF-SW       PIC X(01) VALUE 'N'.
        88 POSTED-ID-EOF      VALUE 'Y'.
    01 BATCH-ERROR-COUNT      PIC 9(05) VALUE 0.
    01 STRAY-RECORD-COUNT     PIC 9(09) VALUE 0.

*>  Feed ids of every batch header taken so far this run.           >*
    01 TABLE-FEED-SEEN.
        05 SEEN-FEED-ID  OCCURS 500 TIMES PIC X(08).

    01 SEEN-FEED-COUNT        PIC 9(05) VALUE 0.
    01 IDX-SEEN               PIC 9(05).
    01 SEEN-FOUND-SW          PIC X(01).
        88 SEEN-FOUND         VALUE 'Y'.

    01 BATCH-REPORT-LINE.
        05 FILLER             PIC X(06) VALUE 'BATCH '.
        05 BR-FEED-ID         PIC X(08).
        05 EH1-RUN-YYYY       PIC 9999.

    01 EDIT-DETAIL-LINE.
        05 ED-TRANS-IMAGE     PIC X(35).
        05 FILLER             PIC X(03) VALUE SPACES.
        05 ED-REASON          PIC X(30).

    01 BACKDATED-HEADING-1.
        05 FILLER             PIC X(30) VALUE
           'BACK-DATED ITEMS - TRAN-EDIT'.
        05 FILLER             PIC X(10) VALUE SPACES.
        05 FILLER             PIC X(10) VALUE 'RUN DATE: '.
        05 BH1-RUN-MM         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 BH1-RUN-DD         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 BH1-RUN-YYYY       PIC 9999.

    01 BACKDATED-HEADING-2.
        05 FILLER             PIC X(13) VALUE 'OPEN PERIOD: '.
        05 BH2-OPEN-YYYY      PIC X(04).
        05 FILLER             PIC X(01) VALUE '/'.
        05 BH2-OPEN-MM        PIC X(02).
        05 FILLER             PIC X(10) VALUE SPACES.
        05 FILLER             PIC X(06) VALUE 'RULE: '.
        05 BH2-RULE           PIC X(06).

    01 BACKDATED-HEADING-3.
        05 FILLER             PIC X(08) VALUE 'TRANS ID'.
        05 FILLER             PIC X(08) VALUE 'CLIENT  '.
        05 FILLER             PIC X(11) VALUE 'TRANS DATE '.
        05 FILLER             PIC X(05) VALUE 'TYPE '.
        05 FILLER             PIC X(16) VALUE 'AMOUNT'.
        05 FILLER             PIC X(30) VALUE 'OUTCOME'.

    01 BACKDATED-DETAIL-LINE.
        05 BD-TRANS-ID        PIC X(05).
        05 FILLER             PIC X(03) VALUE SPACES.
        05 BD-CLIENT-ID       PIC X(05).
        05 FILLER             PIC X(03) VALUE SPACES.
        05 BD-TRANS-DATE      PIC X(08).
        05 FILLER             PIC X(03) VALUE SPACES.
        05 BD-TRANS-TYPE      PIC X(02).
        05 FILLER             PIC X(03) VALUE SPACES.
        05 BD-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 BD-OUTCOME         PIC X(30).

    01 EDIT-TOTAL-LINE.
        05 ET-LABEL           PIC X(22).
        05 FILLER             PIC X(07) VALUE 'COUNT: '.

PROCEDURE DIVISION.

    PERFORM READ-RUN-PARAMETERS
    PERFORM OPEN-FILES
    PERFORM LOAD-PERIOD-CONTROL
    PERFORM WRITE-REPORT-HEADINGS
    PERFORM SORT-RAW-FEED
    PERFORM OPEN-SORTED-FEED
    END-PERFORM

    PERFORM WRITE-REPORT-TOTALS
    PERFORM WRITE-BACKDATED-TOTALS

    IF REJECT-COUNT > 0
        MOVE 4 TO RETURN-CODE
        PERFORM READ-POSTED-ID
    END-IF

    OPEN OUTPUT BACKDATED-REPORT-FILE
    IF NOT BACKDATED-REPORT-FILE-OK
        DISPLAY 'BACKDATED-REPORT-FILE FAILED TO OPEN - FILE STATUS ' BACKDATED-REPORT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT FEED-CONTROL-FILE
    IF NOT FEED-CONTROL-FILE-OK
        DISPLAY 'FEED-CONTROL-FILE FAILED TO OPEN - FILE STATUS ' FEED-CONTROL-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
    .

READ-RUN-PARAMETERS.

*>  The edit shares BALSTEP's PARMFILE member so the back-dated     >*
*>  rule is set in one place for both steps; MODE= and TOLERANCE=   >*
*>  are BALANCE-LINE's and pass by here.  A missing PARMFILE means  >*
*>  BACKDATED=REJECT.                                               >*
    OPEN INPUT PARM-FILE
    IF PARM-FILE-NOT-FOUND
        DISPLAY 'PARM-FILE NOT FOUND - BACKDATED=REJECT ASSUMED'
    ELSE
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
        WHEN PARM-RECORD(1:5) = 'MODE='
            CONTINUE
        WHEN PARM-RECORD(1:10) = 'TOLERANCE='
            CONTINUE
        WHEN PARM-RECORD(1:10) = 'BACKDATED='
            EVALUATE TRUE
                WHEN PARM-RECORD(11:6) = 'REJECT'
                    MOVE 'R' TO BACKDATED-RULE-SW
                WHEN PARM-RECORD(11:4) = 'POST'
                    MOVE 'P' TO BACKDATED-RULE-SW
                WHEN OTHER
                    DISPLAY 'PARM-FILE BACKDATED VALUE NOT RECOGNIZED: ' PARM-RECORD(1:30)
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE
        WHEN OTHER
            DISPLAY 'PARM-FILE PARAMETER NOT RECOGNIZED: ' PARM-RECORD(1:30)
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    .

LOAD-PERIOD-CONTROL.

*>  The period control file is absent until PERIOD-CLOSE has set it >*
*>  up; no period is then closed and nothing is back-dated.         >*
    OPEN INPUT PERIOD-CONTROL-FILE
    IF PERIOD-CONTROL-FILE-NOT-FOUND
        DISPLAY 'PERIOD-CONTROL-FILE NOT FOUND - NO CLOSED-PERIOD CHECK'
    ELSE
        IF NOT PERIOD-CONTROL-FILE-OK
            DISPLAY 'PERIOD-CONTROL-FILE FAILED TO OPEN - FILE STATUS ' PERIOD-CONTROL-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ PERIOD-CONTROL-FILE
            INVALID KEY MOVE 0 TO PC-OPEN-PERIOD
        END-READ
        IF PC-OPEN-PERIOD = 0
            DISPLAY 'PERIOD-CONTROL-FILE NOT INITIALIZED - NO CLOSED-PERIOD CHECK'
        ELSE
            MOVE 'Y'             TO PERIOD-CHECK-SW
            MOVE PC-OPEN-PERIOD  TO OPEN-PERIOD-X
        END-IF
        CLOSE PERIOD-CONTROL-FILE
    END-IF
    .

READ-POSTED-ID.

    READ POSTED-ID-FILE
    MOVE 0            TO BATCH-RECORD-COUNT
    MOVE 0            TO BATCH-AMOUNT-HASH
    MOVE SPACES       TO BATCH-STATUS

*>  A feed id already taken earlier in the run means two batches    >*
*>  would settle as one line on FEEDCTL; the repeat is refused.     >*
    MOVE 'N' TO SEEN-FOUND-SW
    PERFORM VARYING IDX-SEEN FROM 1 BY 1
            UNTIL IDX-SEEN > SEEN-FEED-COUNT OR SEEN-FOUND
        IF SEEN-FEED-ID(IDX-SEEN) = BH-FEED-ID
            MOVE 'Y' TO SEEN-FOUND-SW
        END-IF
    END-PERFORM

    EVALUATE TRUE
        WHEN BH-FEED-ID = SPACES
            MOVE 'HEADER FIELDS INVALID'      TO BATCH-STATUS
        WHEN BH-BUS-DATE NOT NUMERIC
            MOVE 'HEADER FIELDS INVALID'      TO BATCH-STATUS
        WHEN SEEN-FOUND
            MOVE 'FEED ID REPEATED IN RUN'    TO BATCH-STATUS
        WHEN BH-BUS-DATE NOT = RUN-DATE-YYYYMMDD
            MOVE 'BUSINESS DATE NOT RUN DATE' TO BATCH-STATUS
    END-EVALUATE

    IF BH-FEED-ID NOT = SPACES AND NOT SEEN-FOUND
        IF SEEN-FEED-COUNT >= 500
            DISPLAY 'RAW-TRANS-FILE EXCEEDS TABLE-FEED-SEEN CAPACITY (500) - RUN TERMINATED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1              TO SEEN-FEED-COUNT
        MOVE BH-FEED-ID    TO SEEN-FEED-ID(SEEN-FEED-COUNT)
    END-IF
    .

TAKE-BATCH-DETAIL.
        ADD 1  TO STRAY-RECORD-COUNT
    END-IF
    MOVE RAW-TRANS-RECORD  TO EDIT-SORT-RECORD
    IF BATCH-OPEN
        MOVE BATCH-FEED-ID TO ES-FEED-ID
    END-IF
    RELEASE EDIT-SORT-RECORD
    .

        ADD 1                TO BATCH-ERROR-COUNT
    END-IF
    WRITE EDIT-LINE FROM BATCH-REPORT-LINE

    MOVE BATCH-FEED-ID       TO FB-FEED-ID
    MOVE BATCH-BUS-DATE      TO FB-BUS-DATE
    MOVE BATCH-RECORD-COUNT  TO FB-RECORD-COUNT
    MOVE BATCH-AMOUNT-HASH   TO FB-AMOUNT-HASH
    MOVE BATCH-STATUS        TO FB-BATCH-STATUS
    WRITE FEED-CONTROL-RECORD
    .

OPEN-SORTED-FEED.
                MOVE 'AMOUNT IS ZERO'          TO EDIT-REASON
            WHEN NOT SR-VALID-TRANS-TYPE
                MOVE 'TRANS TYPE INVALID'      TO EDIT-REASON
            WHEN SR-INVOICE-REF = SPACES
                CONTINUE
            WHEN SR-TRANS-TYPE NOT = 'PY'
                MOVE 'INVOICE REF ON NON-PY'   TO EDIT-REASON
            WHEN SR-INVOICE-REF NOT NUMERIC
                MOVE 'INVOICE REF NOT NUMERIC' TO EDIT-REASON
        END-EVALUATE
    END-IF

*>  Only an item that is otherwise clean is judged on its period:   >*
*>  one with a bad field rejects for that field, and is keyed again >*
*>  with a current date anyway.                                     >*
    IF RECORD-CLEAN AND PERIOD-CHECK-ACTIVE
        IF SR-TRANS-DATE(1:6) < OPEN-PERIOD-X
            PERFORM NOTE-BACKDATED-ITEM
        END-IF
    END-IF
    .

NOTE-BACKDATED-ITEM.

    PERFORM CONVERT-AMOUNT
    MOVE SPACES              TO BACKDATED-LINE
    MOVE SR-TRANS-ID         TO BD-TRANS-ID
    MOVE SR-TRANS-CLIENT     TO BD-CLIENT-ID
    MOVE SR-TRANS-DATE       TO BD-TRANS-DATE
    MOVE SR-TRANS-TYPE       TO BD-TRANS-TYPE
    MOVE AMOUNT-WORK         TO BD-AMOUNT
    IF BACKDATED-REJECT
        MOVE 'DATED IN CLOSED PERIOD'     TO EDIT-REASON
        MOVE 'REJECTED IN EDIT'           TO BD-OUTCOME
        ADD 1                TO BACKDATED-REJECT-COUNT
        ADD AMOUNT-WORK      TO BACKDATED-REJECT-AMOUNT
    ELSE
        MOVE 'PASSED TO POST IN OPEN PERIOD' TO BD-OUTCOME
        ADD 1                TO BACKDATED-PASS-COUNT
        ADD AMOUNT-WORK      TO BACKDATED-PASS-AMOUNT
    END-IF
    WRITE BACKDATED-LINE FROM BACKDATED-DETAIL-LINE
    .

EDIT-CALENDAR-DATE.

    MOVE SORTED-RAW-RECORD TO RJ-TRANS-IMAGE
    MOVE EDIT-REASON       TO RJ-REASON
    MOVE SR-FEED-ID        TO RJ-FEED-ID
    WRITE REJECT-TRANS-RECORD

    ADD 1                  TO REJECT-COUNT
    WRITE EDIT-LINE FROM EDIT-HEADING-1
    MOVE SPACES    TO EDIT-LINE
    WRITE EDIT-LINE

    MOVE RUN-MM    TO BH1-RUN-MM
    MOVE RUN-DD    TO BH1-RUN-DD
    MOVE RUN-YYYY  TO BH1-RUN-YYYY
    WRITE BACKDATED-LINE FROM BACKDATED-HEADING-1
    IF PERIOD-CHECK-ACTIVE
        MOVE OPEN-PERIOD-X(1:4)  TO BH2-OPEN-YYYY
        MOVE OPEN-PERIOD-X(5:2)  TO BH2-OPEN-MM
        IF BACKDATED-REJECT
            MOVE 'REJECT'        TO BH2-RULE
        ELSE
            MOVE 'POST'          TO BH2-RULE
        END-IF
        WRITE BACKDATED-LINE FROM BACKDATED-HEADING-2
        MOVE SPACES    TO BACKDATED-LINE
        WRITE BACKDATED-LINE
        WRITE BACKDATED-LINE FROM BACKDATED-HEADING-3
    ELSE
        MOVE 'NO PERIOD CONTROL FILE - NO CLOSED-PERIOD CHECK MADE'
                       TO BACKDATED-LINE
        WRITE BACKDATED-LINE
    END-IF
    .

WRITE-REPORT-TOTALS.
    MOVE BATCH-ERROR-COUNT          TO ET-COUNT
    MOVE 0                          TO ET-AMOUNT
    WRITE EDIT-LINE FROM EDIT-TOTAL-LINE

    MOVE 'BACK-DATED REJECTED   '   TO ET-LABEL
    MOVE BACKDATED-REJECT-COUNT     TO ET-COUNT
    MOVE BACKDATED-REJECT-AMOUNT    TO ET-AMOUNT
    WRITE EDIT-LINE FROM EDIT-TOTAL-LINE
    .

WRITE-BACKDATED-TOTALS.

    MOVE SPACES                     TO BACKDATED-LINE
    WRITE BACKDATED-LINE

    MOVE 'REJECTED IN EDIT      '   TO ET-LABEL
    MOVE BACKDATED-REJECT-COUNT     TO ET-COUNT
    MOVE BACKDATED-REJECT-AMOUNT    TO ET-AMOUNT
    WRITE BACKDATED-LINE FROM EDIT-TOTAL-LINE

    MOVE 'PASSED FOR POSTING    '   TO ET-LABEL
    MOVE BACKDATED-PASS-COUNT       TO ET-COUNT
    MOVE BACKDATED-PASS-AMOUNT      TO ET-AMOUNT
    WRITE BACKDATED-LINE FROM EDIT-TOTAL-LINE
    .

CLOSE-FILES.
    CLOSE CLEAN-TRANS-FILE
    CLOSE REJECT-TRANS-FILE
    CLOSE EDIT-REPORT-FILE
    CLOSE BACKDATED-REPORT-FILE
    CLOSE FEED-CONTROL-FILE
    IF NOT POSTED-ID-FILE-NOT-FOUND
        CLOSE POSTED-ID-FILE
    END-IF
