*> Year-end archive and purge of the history master and the balance >*
*> master.  HIST-BUILD only ever adds to the history master, so     >*
*> every night it re-merges and HIST-INQ streams the whole of it;   >*
*> and because CLIENT-MAINT deletes a client only from CLIENTMF,    >*
*> BALANCE-LINE carries the client's zero-balance row on BALMAST    >*
*> for good.  This run takes the RETAIN= parameter in years and     >*
*> works back from the run date to a cutoff.  History records with  >*
*> a transaction date before the cutoff move to the archive file,   >*
*> framed by an HDR (archive run date, cutoff and retention) and a  >*
*> TRL (record count and net amount); everything else goes out to   >*
*> the new history generation in the order it came in.  A BALMAST   >*
*> row is dropped only when its client is no longer on CLIENTMF,    >*
*> the balance is zero, and the client has no history on or after   >*
*> the cutoff - no activity within the retention period.  The       >*
*> archive register proves records in = retained + archived, count  >*
*> and amount, for both files and lists every row dropped and every >*
*> orphan row kept; a proof that fails ends the run RC=8.           >*

IDENTIFICATION DIVISION.
PROGRAM-ID. HIST-ARCHIVE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

    SELECT PARM-FILE
        ASSIGN TO "ARCHPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARM-FILE-STATUS.

    SELECT HISTORY-IN-FILE
        ASSIGN TO "HISTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HISTORY-IN-FILE-STATUS.

    SELECT HISTORY-OUT-FILE
        ASSIGN TO "HISTOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HISTORY-OUT-FILE-STATUS.

    SELECT ARCHIVE-FILE
        ASSIGN TO "HISTARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ARCHIVE-FILE-STATUS.

    SELECT CLIENT-MASTER-FILE
        ASSIGN TO "CLIENTMF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CLIENT-MASTER-FILE-STATUS.

    SELECT BALANCE-IN-FILE
        ASSIGN TO "BALMSTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BALANCE-IN-FILE-STATUS.

    SELECT BALANCE-OUT-FILE
        ASSIGN TO "BALMSTOT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BALANCE-OUT-FILE-STATUS.

    SELECT ARCHIVE-REPORT-FILE
        ASSIGN TO "ARCHRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ARCHIVE-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD  PARM-FILE.
    01 PARM-RECORD            PIC X(80).

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

FD  HISTORY-OUT-FILE.
    01 HISTORY-OUT-RECORD     PIC X(68).

*>  The archive file is the history record unchanged, between an    >*
*>  HDR and a TRL.  A client id is numeric, so neither control      >*
*>  record can be mistaken for history.                             >*
FD  ARCHIVE-FILE.
    01 ARCHIVE-RECORD         PIC X(68).
    01 ARCHIVE-HEADER-RECORD.
        05 AH-RECORD-TYPE     PIC X(03).
        05 AH-PROGRAM         PIC X(08).
        05 AH-RUN-DATE        PIC 9(08).
        05 AH-CUTOFF-DATE     PIC 9(08).
        05 AH-RETAIN-YEARS    PIC 9(02).
        05 FILLER             PIC X(39).
    01 ARCHIVE-TRAILER-RECORD.
        05 AT-RECORD-TYPE     PIC X(03).
        05 AT-RECORD-COUNT    PIC 9(09).
        05 AT-AMOUNT          PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
        05 FILLER             PIC X(42).

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

FD  BALANCE-OUT-FILE.
    01 BALANCE-OUT-RECORD     PIC X(17).

FD  ARCHIVE-REPORT-FILE.
    01 REGISTER-LINE          PIC X(100).

WORKING-STORAGE SECTION.

*>  RETAIN= is required: the number of years of history kept live,  >*
*>  counted back from the run date.                                 >*
    01 RETAIN-YEARS           PIC 9(02).
    01 RETAIN-GIVEN-SW        PIC X(01) VALUE 'N'.
        88 RETAIN-GIVEN       VALUE 'Y'.

    01 PARM-EOF-SW            PIC X(01) VALUE 'N'.
        88 PARM-EOF           VALUE 'Y'.
    01 HISTORY-EOF-SW         PIC X(01) VALUE 'N'.
        88 HISTORY-EOF        VALUE 'Y'.
    01 CLIENT-EOF-SW          PIC X(01) VALUE 'N'.
        88 CLIENT-EOF         VALUE 'Y'.
    01 BALANCE-IN-EOF-SW      PIC X(01) VALUE 'N'.
        88 BALANCE-IN-EOF     VALUE 'Y'.
    01 CLIENT-ACTIVE-SW       PIC X(01).
        88 CLIENT-ACTIVE      VALUE 'Y'.
    01 PROOF-FAILED-SW        PIC X(01) VALUE 'N'.
        88 PROOF-FAILED       VALUE 'Y'.

    01 PARM-FILE-STATUS              PIC X(02).
        88 PARM-FILE-OK                  VALUE '00'.
    01 HISTORY-IN-FILE-STATUS        PIC X(02).
        88 HISTORY-IN-FILE-OK            VALUE '00'.
    01 HISTORY-OUT-FILE-STATUS       PIC X(02).
        88 HISTORY-OUT-FILE-OK           VALUE '00'.
    01 ARCHIVE-FILE-STATUS           PIC X(02).
        88 ARCHIVE-FILE-OK               VALUE '00'.
    01 CLIENT-MASTER-FILE-STATUS     PIC X(02).
        88 CLIENT-MASTER-FILE-OK         VALUE '00'.
    01 BALANCE-IN-FILE-STATUS        PIC X(02).
        88 BALANCE-IN-FILE-OK            VALUE '00'.
    01 BALANCE-OUT-FILE-STATUS       PIC X(02).
        88 BALANCE-OUT-FILE-OK           VALUE '00'.
    01 ARCHIVE-REPORT-FILE-STATUS    PIC X(02).
        88 ARCHIVE-REPORT-FILE-OK        VALUE '00'.

*>  The cutoff: the run date taken back RETAIN= years (29 February  >*
*>  becomes the 28th).  History dated before it is archived.        >*
    01 CUTOFF-DATE.
        05 CUTOFF-YYYY        PIC 9(04).
        05 CUTOFF-MM          PIC 9(02).
        05 CUTOFF-DD          PIC 9(02).
    01 CUTOFF-DATE-NUM REDEFINES CUTOFF-DATE PIC 9(08).

    01 ROW-DISPOSITION        PIC X(30).

    01 HISTORY-IN-COUNT       PIC 9(09) VALUE 0.
    01 HISTORY-IN-AMOUNT      PIC S9(11)V99 VALUE 0.
    01 RETAINED-COUNT         PIC 9(09) VALUE 0.
    01 RETAINED-AMOUNT        PIC S9(11)V99 VALUE 0.
    01 ARCHIVED-COUNT         PIC 9(09) VALUE 0.
    01 ARCHIVED-AMOUNT        PIC S9(11)V99 VALUE 0.

    01 BALANCE-IN-COUNT       PIC 9(09) VALUE 0.
    01 BALANCE-IN-AMOUNT      PIC S9(11)V99 VALUE 0.
    01 BALANCE-KEPT-COUNT     PIC 9(09) VALUE 0.
    01 BALANCE-KEPT-AMOUNT    PIC S9(11)V99 VALUE 0.
    01 BALANCE-DROPPED-COUNT  PIC 9(09) VALUE 0.
    01 BALANCE-DROPPED-AMOUNT PIC S9(11)V99 VALUE 0.
    01 ORPHAN-KEPT-COUNT      PIC 9(09) VALUE 0.
    01 ORPHAN-KEPT-AMOUNT     PIC S9(11)V99 VALUE 0.

    01 RUN-DATE-YYYYMMDD.
        05 RUN-YYYY           PIC 9(04).
        05 RUN-MM             PIC 9(02).
        05 RUN-DD             PIC 9(02).

    01 REGISTER-HEADING-1.
        05 FILLER             PIC X(30) VALUE
           'HISTORY ARCHIVE REGISTER'.
        05 FILLER             PIC X(10) VALUE SPACES.
        05 FILLER             PIC X(10) VALUE 'RUN DATE: '.
        05 RH1-RUN-MM         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 RH1-RUN-DD         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 RH1-RUN-YYYY       PIC 9999.

    01 REGISTER-HEADING-2.
        05 FILLER             PIC X(16) VALUE 'RETAIN YEARS:   '.
        05 RH2-RETAIN         PIC Z9.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 FILLER             PIC X(28) VALUE
           'ARCHIVING TRANS DATES BEFORE'.
        05 FILLER             PIC X(01) VALUE SPACES.
        05 RH2-CUTOFF-MM      PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 RH2-CUTOFF-DD      PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 RH2-CUTOFF-YYYY    PIC 9999.

    01 REGISTER-HEADING-3.
        05 FILLER             PIC X(10) VALUE 'CLIENT ID '.
        05 FILLER             PIC X(17) VALUE '       BALANCE'.
        05 FILLER             PIC X(30) VALUE 'DISPOSITION'.

    01 REGISTER-DETAIL-LINE.
        05 RD-CLIENT-ID       PIC ZZZZ9.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 RD-BALANCE         PIC ZZZ,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 RD-DISPOSITION     PIC X(30).

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
    PERFORM COMPUTE-CUTOFF-DATE
    PERFORM WRITE-REGISTER-HEADINGS
    PERFORM WRITE-ARCHIVE-HEADER

*>  Both masters are in client id sequence.  Each BALMAST row is    >*
*>  decided once its client's history has gone through, so the      >*
*>  history split and the purge are one pass over each file.        >*
    PERFORM READ-CLIENT-MASTER
    PERFORM READ-HISTORY-IN
    PERFORM READ-BALANCE-IN

    PERFORM UNTIL BALANCE-IN-EOF
        PERFORM REVIEW-ONE-BALANCE
        PERFORM READ-BALANCE-IN
    END-PERFORM

    PERFORM UNTIL HISTORY-EOF
        PERFORM SPLIT-HISTORY-RECORD
        PERFORM READ-HISTORY-IN
    END-PERFORM

    PERFORM WRITE-ARCHIVE-TRAILER
    PERFORM WRITE-REGISTER-TOTALS
    PERFORM CLOSE-FILES

    IF PROOF-FAILED
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

    IF NOT RETAIN-GIVEN
        DISPLAY 'PARM-FILE CARRIES NO RETAIN= CARD - RUN TERMINATED'
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
        WHEN PARM-RECORD(1:7) = 'RETAIN='
            IF PARM-RECORD(8:2) IS NUMERIC
             AND PARM-RECORD(8:2) NOT = '00'
                MOVE PARM-RECORD(8:2)  TO RETAIN-YEARS
                MOVE 'Y'               TO RETAIN-GIVEN-SW
            ELSE
                DISPLAY 'PARM-FILE RETAIN VALUE NOT VALID: ' PARM-RECORD(1:30)
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

    OPEN INPUT HISTORY-IN-FILE
    IF NOT HISTORY-IN-FILE-OK
        DISPLAY 'HISTORY-IN-FILE FAILED TO OPEN - FILE STATUS ' HISTORY-IN-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

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

    OPEN OUTPUT HISTORY-OUT-FILE
    IF NOT HISTORY-OUT-FILE-OK
        DISPLAY 'HISTORY-OUT-FILE FAILED TO OPEN - FILE STATUS ' HISTORY-OUT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT ARCHIVE-FILE
    IF NOT ARCHIVE-FILE-OK
        DISPLAY 'ARCHIVE-FILE FAILED TO OPEN - FILE STATUS ' ARCHIVE-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT BALANCE-OUT-FILE
    IF NOT BALANCE-OUT-FILE-OK
        DISPLAY 'BALANCE-OUT-FILE FAILED TO OPEN - FILE STATUS ' BALANCE-OUT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT ARCHIVE-REPORT-FILE
    IF NOT ARCHIVE-REPORT-FILE-OK
        DISPLAY 'ARCHIVE-REPORT-FILE FAILED TO OPEN - FILE STATUS ' ARCHIVE-REPORT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
    .

COMPUTE-CUTOFF-DATE.

    COMPUTE CUTOFF-YYYY = RUN-YYYY - RETAIN-YEARS
    MOVE RUN-MM  TO CUTOFF-MM
    MOVE RUN-DD  TO CUTOFF-DD
    IF CUTOFF-MM = 2 AND CUTOFF-DD = 29
        MOVE 28  TO CUTOFF-DD
    END-IF
    .

READ-CLIENT-MASTER.

    READ CLIENT-MASTER-FILE
        AT END MOVE 'Y' TO CLIENT-EOF-SW
    END-READ
    .

READ-HISTORY-IN.

    READ HISTORY-IN-FILE
        AT END MOVE 'Y' TO HISTORY-EOF-SW
    END-READ
    .

READ-BALANCE-IN.

    READ BALANCE-IN-FILE
        AT END MOVE 'Y' TO BALANCE-IN-EOF-SW
    END-READ
    .

REVIEW-ONE-BALANCE.

    ADD 1           TO BALANCE-IN-COUNT
    ADD BI-BALANCE  TO BALANCE-IN-AMOUNT

*>  History for clients below this one has no BALMAST row to        >*
*>  decide; it is only split.  The client's own history then says   >*
*>  whether anything is retained - activity within the period.      >*
    PERFORM UNTIL HISTORY-EOF OR HI-CLIENT-ID >= BI-CLIENT-ID
        PERFORM SPLIT-HISTORY-RECORD
        PERFORM READ-HISTORY-IN
    END-PERFORM
    MOVE 'N' TO CLIENT-ACTIVE-SW
    PERFORM UNTIL HISTORY-EOF OR HI-CLIENT-ID NOT = BI-CLIENT-ID
        IF HI-TRANS-DATE >= CUTOFF-DATE-NUM
            MOVE 'Y' TO CLIENT-ACTIVE-SW
        END-IF
        PERFORM SPLIT-HISTORY-RECORD
        PERFORM READ-HISTORY-IN
    END-PERFORM

    PERFORM UNTIL CLIENT-EOF OR CM-CLIENT-ID >= BI-CLIENT-ID
        PERFORM READ-CLIENT-MASTER
    END-PERFORM

    EVALUATE TRUE
        WHEN NOT CLIENT-EOF AND CM-CLIENT-ID = BI-CLIENT-ID
            PERFORM KEEP-BALANCE-ROW
        WHEN BI-BALANCE NOT = 0
            MOVE 'KEPT - BALANCE NOT ZERO' TO ROW-DISPOSITION
            PERFORM KEEP-ORPHAN-ROW
        WHEN CLIENT-ACTIVE
            MOVE 'KEPT - ACTIVITY IN PERIOD' TO ROW-DISPOSITION
            PERFORM KEEP-ORPHAN-ROW
        WHEN OTHER
            MOVE 'DROPPED' TO ROW-DISPOSITION
            ADD 1           TO BALANCE-DROPPED-COUNT
            ADD BI-BALANCE  TO BALANCE-DROPPED-AMOUNT
            PERFORM WRITE-REGISTER-DETAIL
    END-EVALUATE
    .

KEEP-ORPHAN-ROW.

    ADD 1           TO ORPHAN-KEPT-COUNT
    ADD BI-BALANCE  TO ORPHAN-KEPT-AMOUNT
    PERFORM WRITE-REGISTER-DETAIL
    PERFORM KEEP-BALANCE-ROW
    .

KEEP-BALANCE-ROW.

    MOVE BALANCE-IN-RECORD  TO BALANCE-OUT-RECORD
    WRITE BALANCE-OUT-RECORD
    ADD 1                   TO BALANCE-KEPT-COUNT
    ADD BI-BALANCE          TO BALANCE-KEPT-AMOUNT
    .

SPLIT-HISTORY-RECORD.

    ADD 1                 TO HISTORY-IN-COUNT
    ADD HI-TRANS-AMMOUNT  TO HISTORY-IN-AMOUNT

    IF HI-TRANS-DATE < CUTOFF-DATE-NUM
        MOVE HISTORY-IN-RECORD  TO ARCHIVE-RECORD
        WRITE ARCHIVE-RECORD
        ADD 1                   TO ARCHIVED-COUNT
        ADD HI-TRANS-AMMOUNT    TO ARCHIVED-AMOUNT
    ELSE
        MOVE HISTORY-IN-RECORD  TO HISTORY-OUT-RECORD
        WRITE HISTORY-OUT-RECORD
        ADD 1                   TO RETAINED-COUNT
        ADD HI-TRANS-AMMOUNT    TO RETAINED-AMOUNT
    END-IF
    .

WRITE-ARCHIVE-HEADER.

    MOVE SPACES              TO ARCHIVE-HEADER-RECORD
    MOVE 'HDR'               TO AH-RECORD-TYPE
    MOVE 'HISTARCH'          TO AH-PROGRAM
    MOVE RUN-DATE-YYYYMMDD   TO AH-RUN-DATE
    MOVE CUTOFF-DATE-NUM     TO AH-CUTOFF-DATE
    MOVE RETAIN-YEARS        TO AH-RETAIN-YEARS
    WRITE ARCHIVE-HEADER-RECORD
    .

WRITE-ARCHIVE-TRAILER.

    MOVE SPACES              TO ARCHIVE-TRAILER-RECORD
    MOVE 'TRL'               TO AT-RECORD-TYPE
    MOVE ARCHIVED-COUNT      TO AT-RECORD-COUNT
    MOVE ARCHIVED-AMOUNT     TO AT-AMOUNT
    WRITE ARCHIVE-TRAILER-RECORD
    .

WRITE-REGISTER-HEADINGS.

    MOVE RUN-MM          TO RH1-RUN-MM
    MOVE RUN-DD          TO RH1-RUN-DD
    MOVE RUN-YYYY        TO RH1-RUN-YYYY
    WRITE REGISTER-LINE FROM REGISTER-HEADING-1
    MOVE RETAIN-YEARS    TO RH2-RETAIN
    MOVE CUTOFF-MM       TO RH2-CUTOFF-MM
    MOVE CUTOFF-DD       TO RH2-CUTOFF-DD
    MOVE CUTOFF-YYYY     TO RH2-CUTOFF-YYYY
    WRITE REGISTER-LINE FROM REGISTER-HEADING-2
    MOVE SPACES          TO REGISTER-LINE
    WRITE REGISTER-LINE
    MOVE 'BALANCE MASTER ROWS FOR CLIENTS NOT ON CLIENTMF'
                         TO REGISTER-LINE
    WRITE REGISTER-LINE
    WRITE REGISTER-LINE FROM REGISTER-HEADING-3
    .

WRITE-REGISTER-DETAIL.

    MOVE SPACES           TO REGISTER-LINE
    MOVE BI-CLIENT-ID     TO RD-CLIENT-ID
    MOVE BI-BALANCE       TO RD-BALANCE
    MOVE ROW-DISPOSITION  TO RD-DISPOSITION
    WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
    .

WRITE-REGISTER-TOTALS.

    MOVE SPACES                         TO REGISTER-LINE
    WRITE REGISTER-LINE
    MOVE 'HISTORY MASTER'               TO REGISTER-LINE
    WRITE REGISTER-LINE

    MOVE 'HISTORY RECORDS IN        '   TO RT-LABEL
    MOVE HISTORY-IN-COUNT               TO RT-COUNT
    MOVE HISTORY-IN-AMOUNT              TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'RETAINED ON HISTORY       '   TO RT-LABEL
    MOVE RETAINED-COUNT                 TO RT-COUNT
    MOVE RETAINED-AMOUNT                TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'ARCHIVED                  '   TO RT-LABEL
    MOVE ARCHIVED-COUNT                 TO RT-COUNT
    MOVE ARCHIVED-AMOUNT                TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

*>  Nothing may be lost between the files: in = retained + archived >*
*>  for the count and the amount alike.                             >*
    IF HISTORY-IN-COUNT = RETAINED-COUNT + ARCHIVED-COUNT
     AND HISTORY-IN-AMOUNT = RETAINED-AMOUNT + ARCHIVED-AMOUNT
        MOVE 'IN = RETAINED + ARCHIVED - PROVED' TO REGISTER-LINE
    ELSE
        MOVE 'IN = RETAINED + ARCHIVED - NOT PROVED - RETURN CODE 8 SET'
                                        TO REGISTER-LINE
        MOVE 'Y'                        TO PROOF-FAILED-SW
    END-IF
    WRITE REGISTER-LINE

    MOVE SPACES                         TO REGISTER-LINE
    WRITE REGISTER-LINE
    MOVE 'BALANCE MASTER'               TO REGISTER-LINE
    WRITE REGISTER-LINE

    MOVE 'BALANCE ROWS IN           '   TO RT-LABEL
    MOVE BALANCE-IN-COUNT               TO RT-COUNT
    MOVE BALANCE-IN-AMOUNT              TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'KEPT                      '   TO RT-LABEL
    MOVE BALANCE-KEPT-COUNT             TO RT-COUNT
    MOVE BALANCE-KEPT-AMOUNT            TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE '  OF THEM NOT ON CLIENTMF '   TO RT-LABEL
    MOVE ORPHAN-KEPT-COUNT              TO RT-COUNT
    MOVE ORPHAN-KEPT-AMOUNT             TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    MOVE 'DROPPED                   '   TO RT-LABEL
    MOVE BALANCE-DROPPED-COUNT          TO RT-COUNT
    MOVE BALANCE-DROPPED-AMOUNT         TO RT-AMOUNT
    WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

    IF BALANCE-IN-COUNT = BALANCE-KEPT-COUNT + BALANCE-DROPPED-COUNT
     AND BALANCE-IN-AMOUNT = BALANCE-KEPT-AMOUNT + BALANCE-DROPPED-AMOUNT
        MOVE 'IN = KEPT + DROPPED - PROVED' TO REGISTER-LINE
    ELSE
        MOVE 'IN = KEPT + DROPPED - NOT PROVED - RETURN CODE 8 SET'
                                        TO REGISTER-LINE
        MOVE 'Y'                        TO PROOF-FAILED-SW
    END-IF
    WRITE REGISTER-LINE
    .

CLOSE-FILES.

    CLOSE HISTORY-IN-FILE
    CLOSE CLIENT-MASTER-FILE
    CLOSE BALANCE-IN-FILE
    CLOSE HISTORY-OUT-FILE
    CLOSE ARCHIVE-FILE
    CLOSE BALANCE-OUT-FILE
    CLOSE ARCHIVE-REPORT-FILE
    .
