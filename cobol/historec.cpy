    05  history-encrypted     PIC X(200).
    05  history-decrypted     PIC X(200).
    05  history-msg-id        PIC X(08).
    05  history-solve-status  PIC X(01).
        88  history-solve-accepted    VALUE "A".
        88  history-solve-review      VALUE "R".
        88  history-solve-confirmed   VALUE "C".
        88  history-solve-unsolvable  VALUE "U".
    05  history-solve-shift   PIC S99.
    05  history-solve-keyword PIC X(10).
    05  history-solved        PIC X(200).
    05  history-review-by     PIC X(08).
    05  history-review-date   PIC X(08).
    05  history-chain.
        10  history-chain-seq     PIC 9(09).
        10  history-chain-prev    PIC 9(09).
        10  history-chain-value   PIC 9(09).
