*> Client account inquiry.  The service desk's lookups used to be   >*
*> one HIST-INQ run per client, each a full pass over the history   >*
*> master and showing history alone.  This run takes a whole batch  >*
*> of client ids on one request file and prints an account snapshot >*
*> for each on a page of its own: name, address and credit limit    >*
*> from the client master, the current balance, the open invoices   >*
*> with their age and dispute flag, the client's items still in     >*
*> suspense, and the most recent history.  The balance, open items  >*
*> and history are read straight from the indexed copies the        >*
*> nightly jobs reload after HIST-BUILD and CASH-APPLY, so each     >*
*> client costs a handful of keyed reads; the client master and the >*
*> open suspense files, which have no keyed form, are each read     >*
*> once for the whole batch.                                        >*

IDENTIFICATION DIVISION.
PROGRAM-ID. CLIENT-INQUIRY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

    SELECT REQUEST-FILE
        ASSIGN TO "INQREQ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REQUEST-FILE-STATUS.

    SELECT CLIENT-MASTER-FILE
        ASSIGN TO "CLIENTMF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CLIENT-MASTER-FILE-STATUS.

    SELECT SUSPENSE-IN-FILE
        ASSIGN TO "SUSPIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SUSPENSE-IN-FILE-STATUS.

    SELECT BALANCE-INDEX-FILE
        ASSIGN TO "BALIDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BX-CLIENT-ID
        FILE STATUS IS BALANCE-INDEX-FILE-STATUS.

    SELECT OPEN-ITEM-INDEX-FILE
        ASSIGN TO "OPENIDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OX-KEY
        FILE STATUS IS OPEN-ITEM-INDEX-FILE-STATUS.

    SELECT HISTORY-INDEX-FILE
        ASSIGN TO "HISTIDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HX-KEY
        FILE STATUS IS HISTORY-INDEX-FILE-STATUS.

    SELECT ACCOUNT-REPORT-FILE
        ASSIGN TO "ACCTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCOUNT-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD  REQUEST-FILE.
    01 REQUEST-RECORD         PIC X(80).

FD  CLIENT-MASTER-FILE.
    01 CLIENT-MASTER-RECORD.
        05 CM-CLIENT-ID       PIC 9(05).
        05 CM-CLIENT-NAME     PIC X(40).
        05 CM-CREDIT-LIMIT    PIC 9(09)V99.
        05 CM-ADDR-LINE-1     PIC X(30).
        05 CM-ADDR-LINE-2     PIC X(30).
        05 CM-POSTAL-CODE     PIC X(10).
        05 CM-DELIV-PREF      PIC X(01).

FD  SUSPENSE-IN-FILE.
    01 SUSPENSE-IN-RECORD.
        05 SI-TRANS-ID        PIC 9(05).
        05 SI-TRANS-CLIENT    PIC 9(05).
        05 SI-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 SI-REASON          PIC X(30).
        05 SI-TRANS-DATE      PIC 9(08).
        05 SI-SUSP-DATE       PIC 9(08).
        05 SI-DAYS-IN-SUSP    PIC 9(05).
        05 SI-TRANS-TYPE      PIC X(02).
        05 FILLER             PIC X(08).

*>  The indexed copies CLIENT-INDEX-LOAD reloads.                   >*
FD  BALANCE-INDEX-FILE.
    01 BALANCE-INDEX-RECORD.
        05 BX-CLIENT-ID       PIC 9(05).
        05 BX-BALANCE         PIC S9(09)V99 SIGN IS TRAILING SEPARATE.

FD  OPEN-ITEM-INDEX-FILE.
    01 OPEN-ITEM-INDEX-RECORD.
        05 OX-KEY.
            10 OX-CLIENT-ID   PIC 9(05).
            10 OX-LOAD-SEQ    PIC 9(09).
        05 OX-TRANS-DATE      PIC 9(08).
        05 OX-TRANS-ID        PIC 9(05).
        05 OX-ORIG-AMMOUNT    PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 OX-OPEN-AMMOUNT    PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 OX-DISPUTE-FLAG    PIC X(01).
            88 OX-DISPUTED    VALUE 'D'.

FD  HISTORY-INDEX-FILE.
    01 HISTORY-INDEX-RECORD.
        05 HX-KEY.
            10 HX-CLIENT-ID   PIC 9(05).
            10 HX-LOAD-SEQ    PIC 9(09).
        05 HX-TRANS-DATE      PIC 9(08).
        05 HX-TRANS-ID        PIC 9(05).
        05 HX-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 HX-TRANS-TYPE      PIC X(02).
        05 HX-OUTCOME         PIC X(30).
        05 HX-RUN-DATE        PIC 9(08).

FD  ACCOUNT-REPORT-FILE.
    01 ACCOUNT-LINE           PIC X(100).

WORKING-STORAGE SECTION.

*>  One entry per CLIENT= card, filled in from the client master    >*
*>  on the single pass over it.                                     >*
    01 TABLE-REQUEST.
        05 REQUEST-ENTRY  OCCURS 200 TIMES.
            10 RQ-CLIENT-ID       PIC 9(05).
            10 RQ-ON-MASTER-SW    PIC X(01).
                88 RQ-ON-MASTER   VALUE 'Y'.
            10 RQ-CLIENT-NAME     PIC X(40).
            10 RQ-CREDIT-LIMIT    PIC 9(09)V99.
            10 RQ-ADDR-LINE-1     PIC X(30).
            10 RQ-ADDR-LINE-2     PIC X(30).
            10 RQ-POSTAL-CODE     PIC X(10).

    01 REQUEST-COUNT          PIC 9(05) VALUE 0.
    01 IDX-REQUEST            PIC 9(05).
    01 IDX-LOOKUP             PIC 9(05).
    01 LOOKUP-CLIENT-ID       PIC 9(05).
    01 REQUEST-FOUND-SW       PIC X(01).
        88 REQUEST-FOUND      VALUE 'Y'.

*>  Suspense items belonging to any requested client, gathered on   >*
*>  the single pass over the open suspense files.                   >*
    01 TABLE-SUSPENSE.
        05 SUSPENSE-ENTRY  OCCURS 2000 TIMES.
            10 SX-REQUEST-IDX     PIC 9(05).
            10 SX-TRANS-ID        PIC 9(05).
            10 SX-TRANS-DATE      PIC 9(08).
            10 SX-TRANS-TYPE      PIC X(02).
            10 SX-TRANS-AMMOUNT   PIC S9(07)V99.
            10 SX-REASON          PIC X(30).
            10 SX-SUSP-DATE       PIC 9(08).

    01 SUSPENSE-COUNT         PIC 9(05) VALUE 0.
    01 IDX-SUSPENSE           PIC 9(05).

*>  The newest RECENT= history items of the client in hand, kept    >*
*>  round-robin as the client's history is read oldest first.       >*
    01 TABLE-RECENT.
        05 RECENT-ENTRY  OCCURS 50 TIMES.
            10 RH-TRANS-DATE      PIC 9(08).
            10 RH-TRANS-ID        PIC 9(05).
            10 RH-TRANS-TYPE      PIC X(02).
            10 RH-TRANS-AMMOUNT   PIC S9(07)V99.
            10 RH-OUTCOME         PIC X(30).
            10 RH-RUN-DATE        PIC 9(08).

    01 RECENT-LIMIT           PIC 9(02) VALUE 20.
    01 RECENT-NEXT            PIC 9(02).
    01 RECENT-KEPT            PIC 9(02).
    01 IDX-RECENT             PIC 9(02).
    01 RECENT-PRINTED         PIC 9(02).
    01 HISTORY-CLIENT-COUNT   PIC 9(09).

    01 REQUEST-EOF-SW         PIC X(01) VALUE 'N'.
        88 REQUEST-EOF        VALUE 'Y'.
    01 CLIENT-EOF-SW          PIC X(01) VALUE 'N'.
        88 CLIENT-EOF         VALUE 'Y'.
    01 SUSPENSE-EOF-SW        PIC X(01) VALUE 'N'.
        88 SUSPENSE-EOF       VALUE 'Y'.
    01 OPEN-ITEM-END-SW       PIC X(01).
        88 OPEN-ITEM-END      VALUE 'Y'.
    01 HISTORY-END-SW         PIC X(01).
        88 HISTORY-END        VALUE 'Y'.
    01 BALANCE-FOUND-SW       PIC X(01).
        88 BALANCE-FOUND      VALUE 'Y'.

    01 REQUEST-FILE-STATUS           PIC X(02).
        88 REQUEST-FILE-OK               VALUE '00'.
    01 CLIENT-MASTER-FILE-STATUS     PIC X(02).
        88 CLIENT-MASTER-FILE-OK         VALUE '00'.
    01 SUSPENSE-IN-FILE-STATUS       PIC X(02).
        88 SUSPENSE-IN-FILE-OK           VALUE '00'.
    01 BALANCE-INDEX-FILE-STATUS     PIC X(02).
        88 BALANCE-INDEX-FILE-OK         VALUE '00'.
    01 OPEN-ITEM-INDEX-FILE-STATUS   PIC X(02).
        88 OPEN-ITEM-INDEX-FILE-OK       VALUE '00'.
    01 HISTORY-INDEX-FILE-STATUS     PIC X(02).
        88 HISTORY-INDEX-FILE-OK         VALUE '00'.
    01 ACCOUNT-REPORT-FILE-STATUS    PIC X(02).
        88 ACCOUNT-REPORT-FILE-OK        VALUE '00'.

    01 RUN-DATE-NUM           PIC 9(08).
    01 RUN-DATE-INTEGER       PIC 9(07).
    01 ITEM-DATE-INTEGER      PIC 9(07).
    01 AGE-IN-DAYS            PIC S9(05).

    01 CLIENT-OPEN-COUNT      PIC 9(05).
    01 CLIENT-OPEN-AMOUNT     PIC S9(09)V99.
    01 CLIENT-SUSP-COUNT      PIC 9(05).
    01 CLIENT-SUSP-AMOUNT     PIC S9(09)V99.

    01 PAGES-PRINTED          PIC 9(05) VALUE 0.
    01 NOT-ON-FILE-COUNT      PIC 9(05) VALUE 0.
    01 DUPLICATE-REQUEST-COUNT PIC 9(05) VALUE 0.

    01 RUN-DATE-YYYYMMDD.
        05 RUN-YYYY           PIC 9(04).
        05 RUN-MM             PIC 9(02).
        05 RUN-DD             PIC 9(02).

    01 ACCOUNT-HEADING-1.
        05 FILLER             PIC X(30) VALUE
           'CLIENT ACCOUNT SNAPSHOT'.
        05 FILLER             PIC X(10) VALUE SPACES.
        05 FILLER             PIC X(10) VALUE 'RUN DATE: '.
        05 AH1-RUN-MM         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 AH1-RUN-DD         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 AH1-RUN-YYYY       PIC 9999.

    01 CLIENT-ID-LINE.
        05 FILLER             PIC X(14) VALUE 'CLIENT:       '.
        05 CI-CLIENT-ID       PIC ZZZZ9.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 CI-CLIENT-NAME     PIC X(40).

    01 CLIENT-ADDRESS-LINE.
        05 FILLER             PIC X(14) VALUE SPACES.
        05 CA-ADDRESS         PIC X(30).

    01 CLIENT-AMOUNT-LINE.
        05 CL-LABEL           PIC X(14).
        05 CL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 CL-NOTE            PIC X(30).

    01 SECTION-HEADING-LINE.
        05 SH-TITLE           PIC X(40).
        05 SH-NOTE            PIC X(40).

    01 OPEN-ITEM-HEADING.
        05 FILLER             PIC X(12) VALUE 'TRANS DATE'.
        05 FILLER             PIC X(10) VALUE 'TRANS ID'.
        05 FILLER             PIC X(16) VALUE '        ORIGINAL'.
        05 FILLER             PIC X(16) VALUE '            OPEN'.
        05 FILLER             PIC X(10) VALUE '  AGE DAYS'.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 FILLER             PIC X(08) VALUE 'DISPUTED'.

    01 OPEN-ITEM-DETAIL-LINE.
        05 OD-DATE-MM         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 OD-DATE-DD         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 OD-DATE-YYYY       PIC 9999.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 OD-TRANS-ID        PIC ZZZZ9.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 OD-ORIG-AMOUNT     PIC Z,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 OD-OPEN-AMOUNT     PIC Z,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 OD-AGE-DAYS        PIC ZZZZ9-.
        05 FILLER             PIC X(04) VALUE SPACES.
        05 OD-DISPUTED        PIC X(03).

    01 SUSPENSE-HEADING.
        05 FILLER             PIC X(12) VALUE 'TRANS DATE'.
        05 FILLER             PIC X(10) VALUE 'TRANS ID'.
        05 FILLER             PIC X(06) VALUE 'TYPE'.
        05 FILLER             PIC X(16) VALUE '          AMOUNT'.
        05 FILLER             PIC X(10) VALUE ' SUSP DAYS'.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 FILLER             PIC X(30) VALUE 'REASON'.

    01 SUSPENSE-DETAIL-LINE.
        05 SD-DATE-MM         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 SD-DATE-DD         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 SD-DATE-YYYY       PIC 9999.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 SD-TRANS-ID        PIC ZZZZ9.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 SD-TRANS-TYPE      PIC X(02).
        05 FILLER             PIC X(04) VALUE SPACES.
        05 SD-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 SD-SUSP-DAYS       PIC ZZZZ9.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 SD-REASON          PIC X(30).

    01 HISTORY-HEADING.
        05 FILLER             PIC X(12) VALUE 'TRANS DATE'.
        05 FILLER             PIC X(10) VALUE 'TRANS ID'.
        05 FILLER             PIC X(06) VALUE 'TYPE'.
        05 FILLER             PIC X(16) VALUE '          AMOUNT'.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 FILLER             PIC X(32) VALUE 'OUTCOME'.
        05 FILLER             PIC X(08) VALUE 'RUN DATE'.

    01 HISTORY-DETAIL-LINE.
        05 HD-DATE-MM         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 HD-DATE-DD         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 HD-DATE-YYYY       PIC 9999.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 HD-TRANS-ID        PIC ZZZZ9.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 HD-TRANS-TYPE      PIC X(02).
        05 FILLER             PIC X(04) VALUE SPACES.
        05 HD-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(06) VALUE SPACES.
        05 HD-OUTCOME         PIC X(30).
        05 FILLER             PIC X(02) VALUE SPACES.
        05 HD-RUN-DATE        PIC 9(08).

    01 SECTION-TOTAL-LINE.
        05 ST-LABEL           PIC X(22).
        05 FILLER             PIC X(07) VALUE 'COUNT: '.
        05 ST-COUNT           PIC ZZZZZZZZ9.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 FILLER             PIC X(08) VALUE 'AMOUNT: '.
        05 ST-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

    01 RECENT-NOTE.
        05 FILLER             PIC X(05) VALUE 'LAST '.
        05 RN-SHOWN           PIC Z9.
        05 FILLER             PIC X(04) VALUE ' OF '.
        05 RN-TOTAL           PIC ZZZZZZZZ9.
        05 FILLER             PIC X(06) VALUE ' ITEMS'.

PROCEDURE DIVISION.

    PERFORM READ-REQUESTS
    PERFORM OPEN-FILES
    PERFORM GATHER-CLIENT-MASTER
    PERFORM GATHER-SUSPENSE

    PERFORM VARYING IDX-REQUEST FROM 1 BY 1
            UNTIL IDX-REQUEST > REQUEST-COUNT
        PERFORM PRINT-ACCOUNT-SNAPSHOT
    END-PERFORM

    PERFORM CLOSE-FILES

    IF NOT-ON-FILE-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF

    STOP RUN
    .

READ-REQUESTS.

    OPEN INPUT REQUEST-FILE
    IF NOT REQUEST-FILE-OK
        DISPLAY 'REQUEST-FILE FAILED TO OPEN - FILE STATUS ' REQUEST-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM READ-REQUEST-RECORD
    PERFORM UNTIL REQUEST-EOF
        PERFORM APPLY-REQUEST-RECORD
        PERFORM READ-REQUEST-RECORD
    END-PERFORM
    CLOSE REQUEST-FILE

    IF REQUEST-COUNT = 0
        DISPLAY 'REQUEST-FILE CARRIES NO CLIENT= CARD - RUN TERMINATED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    .

READ-REQUEST-RECORD.

    READ REQUEST-FILE
        AT END MOVE 'Y' TO REQUEST-EOF-SW
    END-READ
    .

APPLY-REQUEST-RECORD.

    EVALUATE TRUE
        WHEN REQUEST-RECORD = SPACES
            CONTINUE
        WHEN REQUEST-RECORD(1:1) = '*'
            CONTINUE
        WHEN REQUEST-RECORD(1:7) = 'CLIENT='
            IF REQUEST-RECORD(8:5) IS NUMERIC
                PERFORM ADD-REQUEST
            ELSE
                DISPLAY 'REQUEST-FILE CLIENT VALUE NOT VALID: ' REQUEST-RECORD(1:30)
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        WHEN REQUEST-RECORD(1:7) = 'RECENT='
            IF REQUEST-RECORD(8:2) IS NUMERIC
             AND REQUEST-RECORD(8:2) > '00'
             AND REQUEST-RECORD(8:2) NOT > '50'
                MOVE REQUEST-RECORD(8:2)  TO RECENT-LIMIT
            ELSE
                DISPLAY 'REQUEST-FILE RECENT VALUE NOT VALID (01-50): ' REQUEST-RECORD(1:30)
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        WHEN OTHER
            DISPLAY 'REQUEST-FILE PARAMETER NOT RECOGNIZED: ' REQUEST-RECORD(1:30)
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    .

ADD-REQUEST.

*>  A client asked for twice prints once.                           >*
    MOVE REQUEST-RECORD(8:5) TO LOOKUP-CLIENT-ID
    PERFORM LOOKUP-REQUEST
    IF REQUEST-FOUND
        ADD 1 TO DUPLICATE-REQUEST-COUNT
    ELSE
        IF REQUEST-COUNT >= 200
            DISPLAY 'REQUEST-FILE EXCEEDS TABLE-REQUEST CAPACITY (200) - RUN TERMINATED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1                  TO REQUEST-COUNT
        MOVE LOOKUP-CLIENT-ID  TO RQ-CLIENT-ID(REQUEST-COUNT)
        MOVE 'N'               TO RQ-ON-MASTER-SW(REQUEST-COUNT)
        MOVE SPACES            TO RQ-CLIENT-NAME(REQUEST-COUNT)
                                  RQ-ADDR-LINE-1(REQUEST-COUNT)
                                  RQ-ADDR-LINE-2(REQUEST-COUNT)
                                  RQ-POSTAL-CODE(REQUEST-COUNT)
        MOVE 0                 TO RQ-CREDIT-LIMIT(REQUEST-COUNT)
    END-IF
    .

LOOKUP-REQUEST.

    MOVE 'N'           TO REQUEST-FOUND-SW
    MOVE 0             TO IDX-LOOKUP
    PERFORM UNTIL IDX-LOOKUP EQUAL REQUEST-COUNT OR REQUEST-FOUND
        ADD 1          TO IDX-LOOKUP
        IF RQ-CLIENT-ID(IDX-LOOKUP) = LOOKUP-CLIENT-ID
            MOVE 'Y'   TO REQUEST-FOUND-SW
        END-IF
    END-PERFORM
    .

OPEN-FILES.

    OPEN INPUT CLIENT-MASTER-FILE
    IF NOT CLIENT-MASTER-FILE-OK
        DISPLAY 'CLIENT-MASTER-FILE FAILED TO OPEN - FILE STATUS ' CLIENT-MASTER-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT SUSPENSE-IN-FILE
    IF NOT SUSPENSE-IN-FILE-OK
        DISPLAY 'SUSPENSE-IN-FILE FAILED TO OPEN - FILE STATUS ' SUSPENSE-IN-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT BALANCE-INDEX-FILE
    IF NOT BALANCE-INDEX-FILE-OK
        DISPLAY 'BALANCE-INDEX-FILE FAILED TO OPEN - FILE STATUS ' BALANCE-INDEX-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT OPEN-ITEM-INDEX-FILE
    IF NOT OPEN-ITEM-INDEX-FILE-OK
        DISPLAY 'OPEN-ITEM-INDEX-FILE FAILED TO OPEN - FILE STATUS ' OPEN-ITEM-INDEX-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT HISTORY-INDEX-FILE
    IF NOT HISTORY-INDEX-FILE-OK
        DISPLAY 'HISTORY-INDEX-FILE FAILED TO OPEN - FILE STATUS ' HISTORY-INDEX-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT ACCOUNT-REPORT-FILE
    IF NOT ACCOUNT-REPORT-FILE-OK
        DISPLAY 'ACCOUNT-REPORT-FILE FAILED TO OPEN - FILE STATUS ' ACCOUNT-REPORT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
    MOVE RUN-DATE-YYYYMMDD TO RUN-DATE-NUM
    COMPUTE RUN-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)
    .

GATHER-CLIENT-MASTER.

    PERFORM READ-CLIENT-MASTER
    PERFORM UNTIL CLIENT-EOF
        MOVE CM-CLIENT-ID TO LOOKUP-CLIENT-ID
        PERFORM LOOKUP-REQUEST
        IF REQUEST-FOUND
            MOVE 'Y'              TO RQ-ON-MASTER-SW(IDX-LOOKUP)
            MOVE CM-CLIENT-NAME   TO RQ-CLIENT-NAME(IDX-LOOKUP)
            MOVE CM-CREDIT-LIMIT  TO RQ-CREDIT-LIMIT(IDX-LOOKUP)
            MOVE CM-ADDR-LINE-1   TO RQ-ADDR-LINE-1(IDX-LOOKUP)
            MOVE CM-ADDR-LINE-2   TO RQ-ADDR-LINE-2(IDX-LOOKUP)
            MOVE CM-POSTAL-CODE   TO RQ-POSTAL-CODE(IDX-LOOKUP)
        END-IF
        PERFORM READ-CLIENT-MASTER
    END-PERFORM
    .

READ-CLIENT-MASTER.

    READ CLIENT-MASTER-FILE
        AT END MOVE 'Y' TO CLIENT-EOF-SW
    END-READ
    .

GATHER-SUSPENSE.

    PERFORM READ-SUSPENSE-IN
    PERFORM UNTIL SUSPENSE-EOF
        MOVE SI-TRANS-CLIENT TO LOOKUP-CLIENT-ID
        PERFORM LOOKUP-REQUEST
        IF REQUEST-FOUND
            IF SUSPENSE-COUNT >= 2000
                DISPLAY 'SUSPENSE-IN-FILE EXCEEDS TABLE-SUSPENSE CAPACITY (2000) - RUN TERMINATED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1                  TO SUSPENSE-COUNT
            MOVE IDX-LOOKUP        TO SX-REQUEST-IDX(SUSPENSE-COUNT)
            MOVE SI-TRANS-ID       TO SX-TRANS-ID(SUSPENSE-COUNT)
            MOVE SI-TRANS-DATE     TO SX-TRANS-DATE(SUSPENSE-COUNT)
            MOVE SI-TRANS-TYPE     TO SX-TRANS-TYPE(SUSPENSE-COUNT)
            MOVE SI-TRANS-AMMOUNT  TO SX-TRANS-AMMOUNT(SUSPENSE-COUNT)
            MOVE SI-REASON         TO SX-REASON(SUSPENSE-COUNT)
            MOVE SI-SUSP-DATE      TO SX-SUSP-DATE(SUSPENSE-COUNT)
        END-IF
        PERFORM READ-SUSPENSE-IN
    END-PERFORM
    .

READ-SUSPENSE-IN.

    READ SUSPENSE-IN-FILE
        AT END MOVE 'Y' TO SUSPENSE-EOF-SW
    END-READ
    .

PRINT-ACCOUNT-SNAPSHOT.

    PERFORM PRINT-CLIENT-HEAD
    PERFORM PRINT-OPEN-INVOICES
    PERFORM PRINT-SUSPENSE-ITEMS
    PERFORM PRINT-RECENT-HISTORY
    .

PRINT-CLIENT-HEAD.

*>  One page per client, the way CLIENT-STMT pages statements.      >*
    IF PAGES-PRINTED > 0
        MOVE SPACES TO ACCOUNT-LINE
        WRITE ACCOUNT-LINE AFTER ADVANCING PAGE
    END-IF
    ADD 1 TO PAGES-PRINTED

    MOVE RUN-MM    TO AH1-RUN-MM
    MOVE RUN-DD    TO AH1-RUN-DD
    MOVE RUN-YYYY  TO AH1-RUN-YYYY
    WRITE ACCOUNT-LINE FROM ACCOUNT-HEADING-1
    MOVE SPACES    TO ACCOUNT-LINE
    WRITE ACCOUNT-LINE

    MOVE SPACES                       TO ACCOUNT-LINE
    MOVE RQ-CLIENT-ID(IDX-REQUEST)    TO CI-CLIENT-ID
    IF RQ-ON-MASTER(IDX-REQUEST)
        MOVE RQ-CLIENT-NAME(IDX-REQUEST) TO CI-CLIENT-NAME
    ELSE
        MOVE '*** NOT ON CLIENT MASTER ***' TO CI-CLIENT-NAME
    END-IF
    WRITE ACCOUNT-LINE FROM CLIENT-ID-LINE

    IF RQ-ON-MASTER(IDX-REQUEST)
        MOVE RQ-ADDR-LINE-1(IDX-REQUEST)  TO CA-ADDRESS
        WRITE ACCOUNT-LINE FROM CLIENT-ADDRESS-LINE
        MOVE RQ-ADDR-LINE-2(IDX-REQUEST)  TO CA-ADDRESS
        WRITE ACCOUNT-LINE FROM CLIENT-ADDRESS-LINE
        MOVE RQ-POSTAL-CODE(IDX-REQUEST)  TO CA-ADDRESS
        WRITE ACCOUNT-LINE FROM CLIENT-ADDRESS-LINE
        MOVE SPACES                       TO ACCOUNT-LINE
        MOVE 'CREDIT LIMIT: '             TO CL-LABEL
        MOVE RQ-CREDIT-LIMIT(IDX-REQUEST) TO CL-AMOUNT
        MOVE SPACES                       TO CL-NOTE
        WRITE ACCOUNT-LINE FROM CLIENT-AMOUNT-LINE
    END-IF

    MOVE RQ-CLIENT-ID(IDX-REQUEST) TO BX-CLIENT-ID
    READ BALANCE-INDEX-FILE
        INVALID KEY
            MOVE 'N' TO BALANCE-FOUND-SW
        NOT INVALID KEY
            MOVE 'Y' TO BALANCE-FOUND-SW
    END-READ

    MOVE SPACES                       TO ACCOUNT-LINE
    MOVE 'BALANCE:      '             TO CL-LABEL
    IF BALANCE-FOUND
        MOVE BX-BALANCE               TO CL-AMOUNT
        MOVE SPACES                   TO CL-NOTE
    ELSE
        MOVE 0                        TO CL-AMOUNT
        MOVE 'NO BALANCE ON FILE'     TO CL-NOTE
    END-IF
    WRITE ACCOUNT-LINE FROM CLIENT-AMOUNT-LINE

*>  A number with neither a master record nor a balance is most     >*
*>  likely keyed wrong on the request.                              >*
    IF NOT RQ-ON-MASTER(IDX-REQUEST) AND NOT BALANCE-FOUND
        ADD 1 TO NOT-ON-FILE-COUNT
    END-IF
    .

PRINT-OPEN-INVOICES.

    MOVE SPACES                   TO ACCOUNT-LINE
    WRITE ACCOUNT-LINE
    MOVE 'OPEN INVOICES'          TO SH-TITLE
    MOVE SPACES                   TO SH-NOTE
    WRITE ACCOUNT-LINE FROM SECTION-HEADING-LINE
    WRITE ACCOUNT-LINE FROM OPEN-ITEM-HEADING

    MOVE 0   TO CLIENT-OPEN-COUNT
    MOVE 0   TO CLIENT-OPEN-AMOUNT
    MOVE 'N' TO OPEN-ITEM-END-SW

    MOVE RQ-CLIENT-ID(IDX-REQUEST) TO OX-CLIENT-ID
    MOVE 0                         TO OX-LOAD-SEQ
    START OPEN-ITEM-INDEX-FILE KEY IS NOT LESS THAN OX-KEY
        INVALID KEY
            MOVE 'Y' TO OPEN-ITEM-END-SW
    END-START

    PERFORM READ-NEXT-OPEN-ITEM
    PERFORM UNTIL OPEN-ITEM-END
        PERFORM WRITE-OPEN-ITEM-DETAIL
        PERFORM READ-NEXT-OPEN-ITEM
    END-PERFORM

    MOVE 'OPEN INVOICES         '   TO ST-LABEL
    MOVE CLIENT-OPEN-COUNT          TO ST-COUNT
    MOVE CLIENT-OPEN-AMOUNT         TO ST-AMOUNT
    WRITE ACCOUNT-LINE FROM SECTION-TOTAL-LINE
    .

READ-NEXT-OPEN-ITEM.

    IF NOT OPEN-ITEM-END
        READ OPEN-ITEM-INDEX-FILE NEXT RECORD
            AT END MOVE 'Y' TO OPEN-ITEM-END-SW
        END-READ
        IF NOT OPEN-ITEM-END
         AND OX-CLIENT-ID NOT = RQ-CLIENT-ID(IDX-REQUEST)
            MOVE 'Y' TO OPEN-ITEM-END-SW
        END-IF
    END-IF
    .

WRITE-OPEN-ITEM-DETAIL.

    MOVE SPACES                TO ACCOUNT-LINE
    MOVE OX-TRANS-DATE(5:2)    TO OD-DATE-MM
    MOVE OX-TRANS-DATE(7:2)    TO OD-DATE-DD
    MOVE OX-TRANS-DATE(1:4)    TO OD-DATE-YYYY
    MOVE OX-TRANS-ID           TO OD-TRANS-ID
    MOVE OX-ORIG-AMMOUNT       TO OD-ORIG-AMOUNT
    MOVE OX-OPEN-AMMOUNT       TO OD-OPEN-AMOUNT
    COMPUTE ITEM-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(OX-TRANS-DATE)
    COMPUTE AGE-IN-DAYS = RUN-DATE-INTEGER - ITEM-DATE-INTEGER
    MOVE AGE-IN-DAYS           TO OD-AGE-DAYS
    IF OX-DISPUTED
        MOVE 'YES'             TO OD-DISPUTED
    ELSE
        MOVE SPACES            TO OD-DISPUTED
    END-IF
    WRITE ACCOUNT-LINE FROM OPEN-ITEM-DETAIL-LINE

    ADD 1                      TO CLIENT-OPEN-COUNT
    ADD OX-OPEN-AMMOUNT        TO CLIENT-OPEN-AMOUNT
    .

PRINT-SUSPENSE-ITEMS.

    MOVE SPACES                   TO ACCOUNT-LINE
    WRITE ACCOUNT-LINE
    MOVE 'ITEMS IN SUSPENSE'      TO SH-TITLE
    MOVE SPACES                   TO SH-NOTE
    WRITE ACCOUNT-LINE FROM SECTION-HEADING-LINE
    WRITE ACCOUNT-LINE FROM SUSPENSE-HEADING

    MOVE 0 TO CLIENT-SUSP-COUNT
    MOVE 0 TO CLIENT-SUSP-AMOUNT

    PERFORM VARYING IDX-SUSPENSE FROM 1 BY 1
            UNTIL IDX-SUSPENSE > SUSPENSE-COUNT
        IF SX-REQUEST-IDX(IDX-SUSPENSE) = IDX-REQUEST
            PERFORM WRITE-SUSPENSE-DETAIL
        END-IF
    END-PERFORM

    MOVE 'ITEMS IN SUSPENSE     '   TO ST-LABEL
    MOVE CLIENT-SUSP-COUNT          TO ST-COUNT
    MOVE CLIENT-SUSP-AMOUNT         TO ST-AMOUNT
    WRITE ACCOUNT-LINE FROM SECTION-TOTAL-LINE
    .

WRITE-SUSPENSE-DETAIL.

    MOVE SPACES                            TO ACCOUNT-LINE
    MOVE SX-TRANS-DATE(IDX-SUSPENSE)(5:2)  TO SD-DATE-MM
    MOVE SX-TRANS-DATE(IDX-SUSPENSE)(7:2)  TO SD-DATE-DD
    MOVE SX-TRANS-DATE(IDX-SUSPENSE)(1:4)  TO SD-DATE-YYYY
    MOVE SX-TRANS-ID(IDX-SUSPENSE)         TO SD-TRANS-ID
    MOVE SX-TRANS-TYPE(IDX-SUSPENSE)       TO SD-TRANS-TYPE
    MOVE SX-TRANS-AMMOUNT(IDX-SUSPENSE)    TO SD-AMOUNT
    MOVE SX-REASON(IDX-SUSPENSE)           TO SD-REASON

*>  Suspense generations written before the record carried dates    >*
*>  have no suspense date; those items show no age.                 >*
    IF SX-SUSP-DATE(IDX-SUSPENSE) IS NUMERIC
     AND SX-SUSP-DATE(IDX-SUSPENSE) > 0
        COMPUTE ITEM-DATE-INTEGER =
            FUNCTION INTEGER-OF-DATE(SX-SUSP-DATE(IDX-SUSPENSE))
        COMPUTE AGE-IN-DAYS = RUN-DATE-INTEGER - ITEM-DATE-INTEGER
        MOVE AGE-IN-DAYS                   TO SD-SUSP-DAYS
    ELSE
        MOVE 0                             TO SD-SUSP-DAYS
    END-IF
    WRITE ACCOUNT-LINE FROM SUSPENSE-DETAIL-LINE

    ADD 1                                  TO CLIENT-SUSP-COUNT
    ADD SX-TRANS-AMMOUNT(IDX-SUSPENSE)     TO CLIENT-SUSP-AMOUNT
    .

PRINT-RECENT-HISTORY.

*>  History is held oldest first under the client, so the whole of  >*
*>  the client's history is read and the newest RECENT= items kept. >*
    MOVE 0   TO HISTORY-CLIENT-COUNT
    MOVE 1   TO RECENT-NEXT
    MOVE 'N' TO HISTORY-END-SW

    MOVE RQ-CLIENT-ID(IDX-REQUEST) TO HX-CLIENT-ID
    MOVE 0                         TO HX-LOAD-SEQ
    START HISTORY-INDEX-FILE KEY IS NOT LESS THAN HX-KEY
        INVALID KEY
            MOVE 'Y' TO HISTORY-END-SW
    END-START

    PERFORM READ-NEXT-HISTORY
    PERFORM UNTIL HISTORY-END
        PERFORM KEEP-RECENT-HISTORY
        PERFORM READ-NEXT-HISTORY
    END-PERFORM

    IF HISTORY-CLIENT-COUNT < RECENT-LIMIT
        MOVE HISTORY-CLIENT-COUNT TO RECENT-KEPT
        MOVE 1                    TO IDX-RECENT
    ELSE
        MOVE RECENT-LIMIT         TO RECENT-KEPT
        MOVE RECENT-NEXT          TO IDX-RECENT
    END-IF

    MOVE SPACES                   TO ACCOUNT-LINE
    WRITE ACCOUNT-LINE
    MOVE 'RECENT HISTORY'         TO SH-TITLE
    MOVE RECENT-KEPT              TO RN-SHOWN
    MOVE HISTORY-CLIENT-COUNT     TO RN-TOTAL
    MOVE RECENT-NOTE              TO SH-NOTE
    WRITE ACCOUNT-LINE FROM SECTION-HEADING-LINE
    WRITE ACCOUNT-LINE FROM HISTORY-HEADING

    MOVE 0 TO RECENT-PRINTED
    PERFORM UNTIL RECENT-PRINTED = RECENT-KEPT
        PERFORM WRITE-HISTORY-DETAIL
        ADD 1 TO RECENT-PRINTED
        ADD 1 TO IDX-RECENT
        IF IDX-RECENT > RECENT-LIMIT
            MOVE 1 TO IDX-RECENT
        END-IF
    END-PERFORM

    IF HISTORY-CLIENT-COUNT = 0
        MOVE 'NO HISTORY ON FILE FOR THIS CLIENT' TO ACCOUNT-LINE
        WRITE ACCOUNT-LINE
    END-IF
    .

READ-NEXT-HISTORY.

    IF NOT HISTORY-END
        READ HISTORY-INDEX-FILE NEXT RECORD
            AT END MOVE 'Y' TO HISTORY-END-SW
        END-READ
        IF NOT HISTORY-END
         AND HX-CLIENT-ID NOT = RQ-CLIENT-ID(IDX-REQUEST)
            MOVE 'Y' TO HISTORY-END-SW
        END-IF
    END-IF
    .

KEEP-RECENT-HISTORY.

    ADD 1                    TO HISTORY-CLIENT-COUNT
    MOVE HX-TRANS-DATE       TO RH-TRANS-DATE(RECENT-NEXT)
    MOVE HX-TRANS-ID         TO RH-TRANS-ID(RECENT-NEXT)
    MOVE HX-TRANS-TYPE       TO RH-TRANS-TYPE(RECENT-NEXT)
    MOVE HX-TRANS-AMMOUNT    TO RH-TRANS-AMMOUNT(RECENT-NEXT)
    MOVE HX-OUTCOME          TO RH-OUTCOME(RECENT-NEXT)
    MOVE HX-RUN-DATE         TO RH-RUN-DATE(RECENT-NEXT)
    ADD 1                    TO RECENT-NEXT
    IF RECENT-NEXT > RECENT-LIMIT
        MOVE 1               TO RECENT-NEXT
    END-IF
    .

WRITE-HISTORY-DETAIL.

    MOVE SPACES                           TO ACCOUNT-LINE
    MOVE RH-TRANS-DATE(IDX-RECENT)(5:2)   TO HD-DATE-MM
    MOVE RH-TRANS-DATE(IDX-RECENT)(7:2)   TO HD-DATE-DD
    MOVE RH-TRANS-DATE(IDX-RECENT)(1:4)   TO HD-DATE-YYYY
    MOVE RH-TRANS-ID(IDX-RECENT)          TO HD-TRANS-ID
    MOVE RH-TRANS-TYPE(IDX-RECENT)        TO HD-TRANS-TYPE
    MOVE RH-TRANS-AMMOUNT(IDX-RECENT)     TO HD-AMOUNT
    MOVE RH-OUTCOME(IDX-RECENT)           TO HD-OUTCOME
    MOVE RH-RUN-DATE(IDX-RECENT)          TO HD-RUN-DATE
    WRITE ACCOUNT-LINE FROM HISTORY-DETAIL-LINE
    .

CLOSE-FILES.

    CLOSE CLIENT-MASTER-FILE
    CLOSE SUSPENSE-IN-FILE
    CLOSE BALANCE-INDEX-FILE
    CLOSE OPEN-ITEM-INDEX-FILE
    CLOSE HISTORY-INDEX-FILE
    CLOSE ACCOUNT-REPORT-FILE

    IF DUPLICATE-REQUEST-COUNT > 0
        DISPLAY 'DUPLICATE CLIENT= CARDS IGNORED: ' DUPLICATE-REQUEST-COUNT
    END-IF
    DISPLAY 'ACCOUNT SNAPSHOTS PRINTED: ' PAGES-PRINTED
    .
