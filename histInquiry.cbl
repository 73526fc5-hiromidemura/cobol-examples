*> dead number needs the cross-reference first.  This is the        >*
*> report the credit and customer-service desks work from when a    >*
*> client phones about a charge.                                    >*
*> ARCHIVE=YES reads the HIST-ARCHIVE archive file first, for a     >*
*> request that goes back past the retention period the year-end    >*
*> archive run leaves live; each archive run's items print under    >*
*> its archive date and cutoff, and a trailer that does not agree   >*
*> with the items read ends the run RC=8.                           >*
*> A client with no history in the requested range ends the run     >*
*> RC=4 so a misdirected inquiry is visible on the schedule.        >*

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HISTORY-IN-FILE-STATUS.

    SELECT ARCHIVE-FILE
        ASSIGN TO "HISTARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ARCHIVE-FILE-STATUS.

    SELECT PARM-FILE
        ASSIGN TO "INQPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        05 HI-OUTCOME         PIC X(30).
        05 HI-RUN-DATE        PIC 9(08).

*>  HIST-ARCHIVE's archive file: history records in the same        >*
*>  layout, each archive run's records between an HDR and a TRL.    >*
*>  Several archive runs may be concatenated.                       >*
FD  ARCHIVE-FILE.
    01 ARCHIVE-RECORD         PIC X(68).
    01 ARCHIVE-HEADER-RECORD.
        05 AH-RECORD-TYPE     PIC X(03).
        05 AH-PROGRAM         PIC X(08).
        05 AH-RUN-DATE.
            10 AH-RUN-YYYY    PIC 9(04).
            10 AH-RUN-MM      PIC 9(02).
            10 AH-RUN-DD      PIC 9(02).
        05 AH-CUTOFF-DATE.
            10 AH-CUTOFF-YYYY PIC 9(04).
            10 AH-CUTOFF-MM   PIC 9(02).
            10 AH-CUTOFF-DD   PIC 9(02).
        05 AH-RETAIN-YEARS    PIC 9(02).
        05 FILLER             PIC X(39).
    01 ARCHIVE-TRAILER-RECORD.
        05 AT-RECORD-TYPE     PIC X(03).
        05 AT-RECORD-COUNT    PIC 9(09).
        05 AT-AMOUNT          PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
        05 FILLER             PIC X(42).

FD  PARM-FILE.
    01 PARM-RECORD            PIC X(80).

    01 INQ-FROM-DATE          PIC 9(08) VALUE 0.
    01 INQ-TO-DATE            PIC 9(08) VALUE 99999999.

*>  ARCHIVE=YES reads the HIST-ARCHIVE file ahead of the live       >*
*>  history, for a request that goes back past what is still live.  >*
    01 INQ-ARCHIVE-SW         PIC X(01) VALUE 'N'.
        88 INQ-ARCHIVE-WANTED VALUE 'Y'.

    01 PARM-EOF-SW            PIC X(01) VALUE 'N'.
        88 PARM-EOF           VALUE 'Y'.
    01 HISTORY-EOF-SW         PIC X(01) VALUE 'N'.
        88 HISTORY-EOF        VALUE 'Y'.
    01 ARCHIVE-EOF-SW         PIC X(01) VALUE 'N'.
        88 ARCHIVE-EOF        VALUE 'Y'.
    01 ARCHIVE-SEGMENT-SW     PIC X(01) VALUE 'N'.
        88 ARCHIVE-SEGMENT-OPEN VALUE 'Y'.
    01 ARCHIVE-UNPROVEN-SW    PIC X(01) VALUE 'N'.
        88 ARCHIVE-UNPROVEN   VALUE 'Y'.

    01 HISTORY-IN-FILE-STATUS        PIC X(02).
        88 HISTORY-IN-FILE-OK            VALUE '00'.
    01 ARCHIVE-FILE-STATUS           PIC X(02).
        88 ARCHIVE-FILE-OK               VALUE '00'.
    01 PARM-FILE-STATUS              PIC X(02).
        88 PARM-FILE-OK                  VALUE '00'.
    01 INQUIRY-REPORT-FILE-STATUS    PIC X(02).

    01 MATCHED-COUNT          PIC 9(09) VALUE 0.
    01 MATCHED-AMOUNT         PIC S9(11)V99 VALUE 0.
    01 ARCHIVE-MATCHED-COUNT  PIC 9(09) VALUE 0.
    01 ARCHIVE-MATCHED-AMOUNT PIC S9(11)V99 VALUE 0.
    01 SEGMENT-COUNT          PIC 9(09) VALUE 0.
    01 SEGMENT-AMOUNT         PIC S9(11)V99 VALUE 0.

    01 RUN-DATE-YYYYMMDD.
        05 RUN-YYYY           PIC 9(04).
        05 FILLER             PIC X(32) VALUE 'OUTCOME'.
        05 FILLER             PIC X(08) VALUE 'RUN DATE'.

    01 ARCHIVE-SECTION-LINE.
        05 FILLER             PIC X(17) VALUE 'ARCHIVE WRITTEN: '.
        05 AS-RUN-MM          PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 AS-RUN-DD          PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 AS-RUN-YYYY        PIC 9999.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 FILLER             PIC X(26) VALUE 'HOLDS TRANS DATES BEFORE: '.
        05 AS-CUTOFF-MM       PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 AS-CUTOFF-DD       PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 AS-CUTOFF-YYYY     PIC 9999.

    01 INQUIRY-DETAIL-LINE.
        05 ID-DATE-MM         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 FILLER             PIC X(08) VALUE 'AMOUNT: '.
        05 IT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

    01 ARCHIVE-TOTAL-LINE.
        05 FILLER             PIC X(22) VALUE '  OF THEM ARCHIVED'.
        05 FILLER             PIC X(07) VALUE 'COUNT: '.
        05 IA-COUNT           PIC ZZZZZZZZ9.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 FILLER             PIC X(08) VALUE 'AMOUNT: '.
        05 IA-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.

    PERFORM READ-INQUIRY-PARAMETERS
    PERFORM OPEN-FILES
    PERFORM WRITE-INQUIRY-HEADINGS

    IF INQ-ARCHIVE-WANTED
        PERFORM LIST-ARCHIVED-HISTORY
        MOVE 'LIVE HISTORY'  TO INQUIRY-LINE
        WRITE INQUIRY-LINE
    END-IF

    PERFORM READ-HISTORY
    PERFORM UNTIL HISTORY-EOF OR HI-CLIENT-ID > INQ-CLIENT-ID
        IF HI-CLIENT-ID = INQ-CLIENT-ID
    IF MATCHED-COUNT = 0
        MOVE 4 TO RETURN-CODE
    END-IF
    IF ARCHIVE-UNPROVEN
        MOVE 8 TO RETURN-CODE
    END-IF

    STOP RUN
    .
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        WHEN PARM-RECORD(1:12) = 'ARCHIVE=YES '
            MOVE 'Y'                   TO INQ-ARCHIVE-SW
        WHEN PARM-RECORD(1:11) = 'ARCHIVE=NO '
            MOVE 'N'                   TO INQ-ARCHIVE-SW
        WHEN OTHER
            DISPLAY 'PARM-FILE PARAMETER NOT RECOGNIZED: ' PARM-RECORD(1:30)
            MOVE 16 TO RETURN-CODE
    ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
    .

LIST-ARCHIVED-HISTORY.

*>  Each archive run's records are in client / date sequence, but   >*
*>  a concatenation of several is not, so the whole file is read.   >*
*>  Every trailer is proved against the records read since its      >*
*>  header; one that does not agree ends the inquiry RC=8, since    >*
*>  the listing may be short.                                       >*
    OPEN INPUT ARCHIVE-FILE
    IF NOT ARCHIVE-FILE-OK
        DISPLAY 'ARCHIVE-FILE FAILED TO OPEN - FILE STATUS ' ARCHIVE-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM READ-ARCHIVE
    PERFORM UNTIL ARCHIVE-EOF
        EVALUATE AH-RECORD-TYPE
            WHEN 'HDR'
                PERFORM TAKE-ARCHIVE-HEADER
            WHEN 'TRL'
                PERFORM TAKE-ARCHIVE-TRAILER
            WHEN OTHER
                PERFORM TAKE-ARCHIVE-DETAIL
        END-EVALUATE
        PERFORM READ-ARCHIVE
    END-PERFORM
    IF ARCHIVE-SEGMENT-OPEN
        MOVE 'ARCHIVE TRAILER MISSING - LISTING MAY BE INCOMPLETE'
                              TO INQUIRY-LINE
        WRITE INQUIRY-LINE
        MOVE 'Y'              TO ARCHIVE-UNPROVEN-SW
    END-IF
    CLOSE ARCHIVE-FILE

    MOVE SPACES  TO INQUIRY-LINE
    WRITE INQUIRY-LINE
    .

READ-ARCHIVE.

    READ ARCHIVE-FILE
        AT END MOVE 'Y' TO ARCHIVE-EOF-SW
    END-READ
    .

TAKE-ARCHIVE-HEADER.

    IF ARCHIVE-SEGMENT-OPEN
        MOVE 'ARCHIVE TRAILER MISSING - LISTING MAY BE INCOMPLETE'
                              TO INQUIRY-LINE
        WRITE INQUIRY-LINE
        MOVE 'Y'              TO ARCHIVE-UNPROVEN-SW
    END-IF
    MOVE 'Y'                  TO ARCHIVE-SEGMENT-SW
    MOVE 0                    TO SEGMENT-COUNT
    MOVE 0                    TO SEGMENT-AMOUNT

    MOVE AH-RUN-MM            TO AS-RUN-MM
    MOVE AH-RUN-DD            TO AS-RUN-DD
    MOVE AH-RUN-YYYY          TO AS-RUN-YYYY
    MOVE AH-CUTOFF-MM         TO AS-CUTOFF-MM
    MOVE AH-CUTOFF-DD         TO AS-CUTOFF-DD
    MOVE AH-CUTOFF-YYYY       TO AS-CUTOFF-YYYY
    WRITE INQUIRY-LINE FROM ARCHIVE-SECTION-LINE
    .

TAKE-ARCHIVE-TRAILER.

    IF NOT ARCHIVE-SEGMENT-OPEN
     OR AT-RECORD-COUNT NOT = SEGMENT-COUNT
     OR AT-AMOUNT NOT = SEGMENT-AMOUNT
        MOVE 'ARCHIVE TRAILER DOES NOT AGREE - LISTING MAY BE INCOMPLETE'
                              TO INQUIRY-LINE
        WRITE INQUIRY-LINE
        MOVE 'Y'              TO ARCHIVE-UNPROVEN-SW
    END-IF
    MOVE 'N'                  TO ARCHIVE-SEGMENT-SW
    .

TAKE-ARCHIVE-DETAIL.

*>  The archived record is the history record as it stood, so it    >*
*>  is listed through the same detail paragraph as live history.    >*
    MOVE ARCHIVE-RECORD       TO HISTORY-IN-RECORD
    ADD 1                     TO SEGMENT-COUNT
    ADD HI-TRANS-AMMOUNT      TO SEGMENT-AMOUNT
    IF HI-CLIENT-ID = INQ-CLIENT-ID
     AND HI-TRANS-DATE >= INQ-FROM-DATE
     AND HI-TRANS-DATE <= INQ-TO-DATE
        PERFORM WRITE-HISTORY-DETAIL
        ADD 1                 TO ARCHIVE-MATCHED-COUNT
        ADD HI-TRANS-AMMOUNT  TO ARCHIVE-MATCHED-AMOUNT
    END-IF
    .

READ-HISTORY.

    READ HISTORY-IN-FILE
    MOVE MATCHED-COUNT   TO IT-COUNT
    MOVE MATCHED-AMOUNT  TO IT-AMOUNT
    WRITE INQUIRY-LINE FROM INQUIRY-TOTAL-LINE

    IF INQ-ARCHIVE-WANTED
        MOVE ARCHIVE-MATCHED-COUNT   TO IA-COUNT
        MOVE ARCHIVE-MATCHED-AMOUNT  TO IA-AMOUNT
        WRITE INQUIRY-LINE FROM ARCHIVE-TOTAL-LINE
    END-IF
    .

CLOSE-FILES.
