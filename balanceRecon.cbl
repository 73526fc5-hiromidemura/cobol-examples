        05 PT-TRANS-DATE      PIC 9(08).
        05 PT-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 PT-TRANS-TYPE      PIC X(02).
        05 FILLER             PIC X(05).
        05 FILLER             PIC X(08).

FD  SUSPENSE-CARRY-FILE.
    01 SUSPENSE-CARRY-RECORD.
        05 SC-SUSP-DATE       PIC 9(08).
        05 SC-DAYS-IN-SUSP    PIC 9(05).
        05 SC-TRANS-TYPE      PIC X(02).
        05 FILLER             PIC X(08).

FD  RECYCLE-FILE.
    01 RECYCLE-RECORD.
        05 RC-TRANS-DATE      PIC 9(08).
        05 RC-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 RC-TRANS-TYPE      PIC X(02).
        05 FILLER             PIC X(05).
        05 FILLER             PIC X(08).
*>  The generation's HDR and TRL; only the items between them are   >*
*>  recycled items.                                                 >*
    01 RECYCLE-CONTROL-RECORD.
        05 RC-RECORD-TYPE     PIC X(03).
            88 RC-HEADER-OR-TRAILER VALUE 'HDR' 'TRL'.
        05 FILLER             PIC X(40).

FD  SUSPENSE-OUT-FILE.
    01 SUSPENSE-OUT-RECORD.
        05 SO-SUSP-DATE       PIC 9(08).
        05 SO-DAYS-IN-SUSP    PIC 9(05).
        05 SO-TRANS-TYPE      PIC X(02).
        05 FILLER             PIC X(08).

FD  GL-EXTRACT-FILE.
    01 GL-EXTRACT-RECORD.
            AT END MOVE 'Y' TO RECYCLE-EOF-SW
        END-READ
        IF NOT RECYCLE-EOF
         AND NOT RC-HEADER-OR-TRAILER
            ADD 1                 TO RECYCLE-COUNT
            ADD RC-TRANS-AMMOUNT  TO RECYCLE-TOTAL
        END-IF
