*> Indexed account copies for inquiry.  The history master, the     >*
*> balance master and the open-item file are kept as sequential     >*
*> generations, which suits the nightly merges but means every      >*
*> inquiry is a full pass over the file.  This step reloads a keyed >*
*> copy of each from the latest generation so the account inquiry   >*
*> can go straight to a client.  History and open items carry many  >*
*> records per client, so their key is the client id followed by a  >*
*> load sequence number; a START on the client id with a zero       >*
*> sequence positions at the client's first record and the records  >*
*> follow in the order of the sequential master.  The balance       >*
*> master is keyed by client id alone.  Each LOAD= card names one   >*
*> copy to reload; the copies not named are left as they are, so    >*
*> the step can run after whichever job produced the generation.    >*
*> The load report proves records loaded against records read, with >*
*> amount totals.                                                   >*

IDENTIFICATION DIVISION.
PROGRAM-ID. CLIENT-INDEX-LOAD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

    SELECT PARM-FILE
        ASSIGN TO "IDXPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARM-FILE-STATUS.

    SELECT HISTORY-IN-FILE
        ASSIGN TO "HISTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HISTORY-IN-FILE-STATUS.

    SELECT HISTORY-INDEX-FILE
        ASSIGN TO "HISTIDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HX-KEY
        FILE STATUS IS HISTORY-INDEX-FILE-STATUS.

    SELECT BALANCE-IN-FILE
        ASSIGN TO "BALMSTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BALANCE-IN-FILE-STATUS.

    SELECT BALANCE-INDEX-FILE
        ASSIGN TO "BALIDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BX-CLIENT-ID
        FILE STATUS IS BALANCE-INDEX-FILE-STATUS.

    SELECT OPEN-ITEM-IN-FILE
        ASSIGN TO "OPENIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPEN-ITEM-IN-FILE-STATUS.

    SELECT OPEN-ITEM-INDEX-FILE
        ASSIGN TO "OPENIDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OX-KEY
        FILE STATUS IS OPEN-ITEM-INDEX-FILE-STATUS.

    SELECT LOAD-REPORT-FILE
        ASSIGN TO "IDXRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOAD-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD  PARM-FILE.
    01 PARM-RECORD            PIC X(80).

FD  HISTORY-IN-FILE.
    01 HISTORY-IN-RECORD.
        05 HI-CLIENT-ID       PIC 9(05).
        05 HI-TRANS-DATE      PIC 9(08).
        05 HI-TRANS-ID        PIC 9(05).
        05 HI-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 HI-TRANS-TYPE      PIC X(02).
        05 HI-OUTCOME         PIC X(30).
        05 HI-RUN-DATE        PIC 9(08).

*>  The history record behind a client / load sequence key.         >*
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

FD  BALANCE-IN-FILE.
    01 BALANCE-IN-RECORD.
        05 BI-CLIENT-ID       PIC 9(05).
        05 BI-BALANCE         PIC S9(09)V99 SIGN IS TRAILING SEPARATE.

FD  BALANCE-INDEX-FILE.
    01 BALANCE-INDEX-RECORD.
        05 BX-CLIENT-ID       PIC 9(05).
        05 BX-BALANCE         PIC S9(09)V99 SIGN IS TRAILING SEPARATE.

FD  OPEN-ITEM-IN-FILE.
    01 OPEN-ITEM-IN-RECORD.
        05 OI-CLIENT-ID       PIC 9(05).
        05 OI-TRANS-DATE      PIC 9(08).
        05 OI-TRANS-ID        PIC 9(05).
        05 OI-ORIG-AMMOUNT    PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 OI-OPEN-AMMOUNT    PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 OI-DISPUTE-FLAG    PIC X(01).

*>  The open-item record behind a client / load sequence key.       >*
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

FD  LOAD-REPORT-FILE.
    01 LOAD-LINE              PIC X(100).

WORKING-STORAGE SECTION.

    01 LOAD-HISTORY-SW        PIC X(01) VALUE 'N'.
        88 LOAD-HISTORY       VALUE 'Y'.
    01 LOAD-BALANCE-SW        PIC X(01) VALUE 'N'.
        88 LOAD-BALANCE       VALUE 'Y'.
    01 LOAD-OPEN-ITEM-SW      PIC X(01) VALUE 'N'.
        88 LOAD-OPEN-ITEM     VALUE 'Y'.

    01 PARM-EOF-SW            PIC X(01) VALUE 'N'.
        88 PARM-EOF           VALUE 'Y'.
    01 HISTORY-EOF-SW         PIC X(01) VALUE 'N'.
        88 HISTORY-EOF        VALUE 'Y'.
    01 BALANCE-EOF-SW         PIC X(01) VALUE 'N'.
        88 BALANCE-EOF        VALUE 'Y'.
    01 OPEN-ITEM-EOF-SW       PIC X(01) VALUE 'N'.
        88 OPEN-ITEM-EOF      VALUE 'Y'.

    01 PARM-FILE-STATUS              PIC X(02).
        88 PARM-FILE-OK                  VALUE '00'.
    01 HISTORY-IN-FILE-STATUS        PIC X(02).
        88 HISTORY-IN-FILE-OK            VALUE '00'.
    01 HISTORY-INDEX-FILE-STATUS     PIC X(02).
        88 HISTORY-INDEX-FILE-OK         VALUE '00'.
    01 BALANCE-IN-FILE-STATUS        PIC X(02).
        88 BALANCE-IN-FILE-OK            VALUE '00'.
    01 BALANCE-INDEX-FILE-STATUS     PIC X(02).
        88 BALANCE-INDEX-FILE-OK         VALUE '00'.
    01 OPEN-ITEM-IN-FILE-STATUS      PIC X(02).
        88 OPEN-ITEM-IN-FILE-OK          VALUE '00'.
    01 OPEN-ITEM-INDEX-FILE-STATUS   PIC X(02).
        88 OPEN-ITEM-INDEX-FILE-OK       VALUE '00'.
    01 LOAD-REPORT-FILE-STATUS       PIC X(02).
        88 LOAD-REPORT-FILE-OK           VALUE '00'.

    01 LOAD-SEQ               PIC 9(09) VALUE 0.
    01 RECORDS-READ           PIC 9(09) VALUE 0.
    01 RECORDS-LOADED         PIC 9(09) VALUE 0.
    01 AMOUNT-READ            PIC S9(13)V99 VALUE 0.
    01 AMOUNT-LOADED          PIC S9(13)V99 VALUE 0.
    01 LOAD-NAME              PIC X(10).
    01 OUT-OF-BALANCE-SW      PIC X(01) VALUE 'N'.
        88 OUT-OF-BALANCE     VALUE 'Y'.

    01 RUN-DATE-YYYYMMDD.
        05 RUN-YYYY           PIC 9(04).
        05 RUN-MM             PIC 9(02).
        05 RUN-DD             PIC 9(02).

    01 LOAD-HEADING-1.
        05 FILLER             PIC X(34) VALUE
           'INDEXED ACCOUNT COPY RELOAD'.
        05 FILLER             PIC X(06) VALUE SPACES.
        05 FILLER             PIC X(10) VALUE 'RUN DATE: '.
        05 LH1-RUN-MM         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 LH1-RUN-DD         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 LH1-RUN-YYYY       PIC 9999.

    01 LOAD-HEADING-2.
        05 FILLER             PIC X(12) VALUE 'COPY'.
        05 FILLER             PIC X(12) VALUE '        READ'.
        05 FILLER             PIC X(21) VALUE '          AMOUNT READ'.
        05 FILLER             PIC X(12) VALUE '      LOADED'.
        05 FILLER             PIC X(21) VALUE '        AMOUNT LOADED'.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 FILLER             PIC X(14) VALUE 'STATUS'.

    01 LOAD-DETAIL-LINE.
        05 LD-LOAD-NAME       PIC X(10).
        05 FILLER             PIC X(02) VALUE SPACES.
        05 LD-READ            PIC ZZZZZZZZZZ9.
        05 FILLER             PIC X(01) VALUE SPACES.
        05 LD-AMOUNT-READ     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 LD-LOADED          PIC ZZZZZZZZZZ9.
        05 FILLER             PIC X(01) VALUE SPACES.
        05 LD-AMOUNT-LOADED   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(04) VALUE SPACES.
        05 LD-STATUS          PIC X(14).

PROCEDURE DIVISION.

    PERFORM READ-RUN-PARAMETERS

    OPEN OUTPUT LOAD-REPORT-FILE
    IF NOT LOAD-REPORT-FILE-OK
        DISPLAY 'LOAD-REPORT-FILE FAILED TO OPEN - FILE STATUS ' LOAD-REPORT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
    PERFORM WRITE-LOAD-HEADINGS

    IF LOAD-HISTORY
        PERFORM RELOAD-HISTORY
    END-IF
    IF LOAD-BALANCE
        PERFORM RELOAD-BALANCE
    END-IF
    IF LOAD-OPEN-ITEM
        PERFORM RELOAD-OPEN-ITEM
    END-IF

    CLOSE LOAD-REPORT-FILE

    IF OUT-OF-BALANCE
        MOVE 8 TO RETURN-CODE
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

    IF NOT LOAD-HISTORY AND NOT LOAD-BALANCE AND NOT LOAD-OPEN-ITEM
        DISPLAY 'PARM-FILE CARRIES NO LOAD= CARD - RUN TERMINATED'
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
        WHEN PARM-RECORD(1:13) = 'LOAD=HISTORY '
            MOVE 'Y' TO LOAD-HISTORY-SW
        WHEN PARM-RECORD(1:13) = 'LOAD=BALANCE '
            MOVE 'Y' TO LOAD-BALANCE-SW
        WHEN PARM-RECORD(1:14) = 'LOAD=OPENITEM '
            MOVE 'Y' TO LOAD-OPEN-ITEM-SW
        WHEN OTHER
            DISPLAY 'PARM-FILE PARAMETER NOT RECOGNIZED: ' PARM-RECORD(1:30)
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    .

RELOAD-HISTORY.

    OPEN INPUT HISTORY-IN-FILE
    IF NOT HISTORY-IN-FILE-OK
        DISPLAY 'HISTORY-IN-FILE FAILED TO OPEN - FILE STATUS ' HISTORY-IN-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

*>  Opening for output empties the copy; it is rebuilt whole from   >*
*>  the generation every time.                                      >*
    OPEN OUTPUT HISTORY-INDEX-FILE
    IF NOT HISTORY-INDEX-FILE-OK
        DISPLAY 'HISTORY-INDEX-FILE FAILED TO OPEN - FILE STATUS ' HISTORY-INDEX-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM START-LOAD-COUNTS
    MOVE 'HISTORY'      TO LOAD-NAME

    PERFORM READ-HISTORY-IN
    PERFORM UNTIL HISTORY-EOF
        ADD 1                  TO RECORDS-READ
        ADD HI-TRANS-AMMOUNT   TO AMOUNT-READ
        ADD 1                  TO LOAD-SEQ
        MOVE HI-CLIENT-ID      TO HX-CLIENT-ID
        MOVE LOAD-SEQ          TO HX-LOAD-SEQ
        MOVE HI-TRANS-DATE     TO HX-TRANS-DATE
        MOVE HI-TRANS-ID       TO HX-TRANS-ID
        MOVE HI-TRANS-AMMOUNT  TO HX-TRANS-AMMOUNT
        MOVE HI-TRANS-TYPE     TO HX-TRANS-TYPE
        MOVE HI-OUTCOME        TO HX-OUTCOME
        MOVE HI-RUN-DATE       TO HX-RUN-DATE
        WRITE HISTORY-INDEX-RECORD
            INVALID KEY
                PERFORM FAIL-OUT-OF-SEQUENCE
        END-WRITE
        ADD 1                  TO RECORDS-LOADED
        ADD HX-TRANS-AMMOUNT   TO AMOUNT-LOADED
        PERFORM READ-HISTORY-IN
    END-PERFORM

    CLOSE HISTORY-IN-FILE
    CLOSE HISTORY-INDEX-FILE
    PERFORM WRITE-LOAD-DETAIL
    .

READ-HISTORY-IN.

    READ HISTORY-IN-FILE
        AT END MOVE 'Y' TO HISTORY-EOF-SW
    END-READ
    .

RELOAD-BALANCE.

    OPEN INPUT BALANCE-IN-FILE
    IF NOT BALANCE-IN-FILE-OK
        DISPLAY 'BALANCE-IN-FILE FAILED TO OPEN - FILE STATUS ' BALANCE-IN-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT BALANCE-INDEX-FILE
    IF NOT BALANCE-INDEX-FILE-OK
        DISPLAY 'BALANCE-INDEX-FILE FAILED TO OPEN - FILE STATUS ' BALANCE-INDEX-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM START-LOAD-COUNTS
    MOVE 'BALANCE'      TO LOAD-NAME

    PERFORM READ-BALANCE-IN
    PERFORM UNTIL BALANCE-EOF
        ADD 1                  TO RECORDS-READ
        ADD BI-BALANCE         TO AMOUNT-READ
        MOVE BI-CLIENT-ID      TO BX-CLIENT-ID
        MOVE BI-BALANCE        TO BX-BALANCE
        WRITE BALANCE-INDEX-RECORD
            INVALID KEY
                PERFORM FAIL-OUT-OF-SEQUENCE
        END-WRITE
        ADD 1                  TO RECORDS-LOADED
        ADD BX-BALANCE         TO AMOUNT-LOADED
        PERFORM READ-BALANCE-IN
    END-PERFORM

    CLOSE BALANCE-IN-FILE
    CLOSE BALANCE-INDEX-FILE
    PERFORM WRITE-LOAD-DETAIL
    .

READ-BALANCE-IN.

    READ BALANCE-IN-FILE
        AT END MOVE 'Y' TO BALANCE-EOF-SW
    END-READ
    .

RELOAD-OPEN-ITEM.

    OPEN INPUT OPEN-ITEM-IN-FILE
    IF NOT OPEN-ITEM-IN-FILE-OK
        DISPLAY 'OPEN-ITEM-IN-FILE FAILED TO OPEN - FILE STATUS ' OPEN-ITEM-IN-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT OPEN-ITEM-INDEX-FILE
    IF NOT OPEN-ITEM-INDEX-FILE-OK
        DISPLAY 'OPEN-ITEM-INDEX-FILE FAILED TO OPEN - FILE STATUS ' OPEN-ITEM-INDEX-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM START-LOAD-COUNTS
    MOVE 'OPENITEM'     TO LOAD-NAME

    PERFORM READ-OPEN-ITEM-IN
    PERFORM UNTIL OPEN-ITEM-EOF
        ADD 1                  TO RECORDS-READ
        ADD OI-OPEN-AMMOUNT    TO AMOUNT-READ
        ADD 1                  TO LOAD-SEQ
        MOVE OI-CLIENT-ID      TO OX-CLIENT-ID
        MOVE LOAD-SEQ          TO OX-LOAD-SEQ
        MOVE OI-TRANS-DATE     TO OX-TRANS-DATE
        MOVE OI-TRANS-ID       TO OX-TRANS-ID
        MOVE OI-ORIG-AMMOUNT   TO OX-ORIG-AMMOUNT
        MOVE OI-OPEN-AMMOUNT   TO OX-OPEN-AMMOUNT
        MOVE OI-DISPUTE-FLAG   TO OX-DISPUTE-FLAG
        WRITE OPEN-ITEM-INDEX-RECORD
            INVALID KEY
                PERFORM FAIL-OUT-OF-SEQUENCE
        END-WRITE
        ADD 1                  TO RECORDS-LOADED
        ADD OX-OPEN-AMMOUNT    TO AMOUNT-LOADED
        PERFORM READ-OPEN-ITEM-IN
    END-PERFORM

    CLOSE OPEN-ITEM-IN-FILE
    CLOSE OPEN-ITEM-INDEX-FILE
    PERFORM WRITE-LOAD-DETAIL
    .

READ-OPEN-ITEM-IN.

    READ OPEN-ITEM-IN-FILE
        AT END MOVE 'Y' TO OPEN-ITEM-EOF-SW
    END-READ
    .

START-LOAD-COUNTS.

    MOVE 0 TO LOAD-SEQ
    MOVE 0 TO RECORDS-READ
    MOVE 0 TO RECORDS-LOADED
    MOVE 0 TO AMOUNT-READ
    MOVE 0 TO AMOUNT-LOADED
    .

FAIL-OUT-OF-SEQUENCE.

*>  The sequential generations are all in client id order, so a     >*
*>  key rejected on load means the input is not the file it should  >*
*>  be.  A half-built copy must not be trusted; the run stops.      >*
    DISPLAY LOAD-NAME ' INDEX LOAD REJECTED RECORD ' RECORDS-READ
            ' - OUT OF CLIENT SEQUENCE OR DUPLICATE - RUN TERMINATED'
    MOVE 16 TO RETURN-CODE
    STOP RUN
    .

WRITE-LOAD-HEADINGS.

    MOVE RUN-MM         TO LH1-RUN-MM
    MOVE RUN-DD         TO LH1-RUN-DD
    MOVE RUN-YYYY       TO LH1-RUN-YYYY
    WRITE LOAD-LINE FROM LOAD-HEADING-1
    MOVE SPACES         TO LOAD-LINE
    WRITE LOAD-LINE
    WRITE LOAD-LINE FROM LOAD-HEADING-2
    .

WRITE-LOAD-DETAIL.

    MOVE SPACES              TO LOAD-LINE
    MOVE LOAD-NAME           TO LD-LOAD-NAME
    MOVE RECORDS-READ        TO LD-READ
    MOVE AMOUNT-READ         TO LD-AMOUNT-READ
    MOVE RECORDS-LOADED      TO LD-LOADED
    MOVE AMOUNT-LOADED       TO LD-AMOUNT-LOADED
    IF RECORDS-LOADED = RECORDS-READ
     AND AMOUNT-LOADED = AMOUNT-READ
        MOVE 'IN BALANCE'    TO LD-STATUS
    ELSE
        MOVE 'OUT OF BALANCE' TO LD-STATUS
        MOVE 'Y'             TO OUT-OF-BALANCE-SW
    END-IF
    WRITE LOAD-LINE FROM LOAD-DETAIL-LINE
    .
