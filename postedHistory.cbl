        05 PT-TRANS-DATE      PIC 9(08).
        05 PT-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 PT-TRANS-TYPE      PIC X(02).
        05 FILLER             PIC X(05).
        05 FILLER             PIC X(08).

SD  ADDS-SORT-FILE.
    01 ADDS-SORT-RECORD.
