01  suspense-record.
    05  sus-cipher-in       PIC X(64).
    05  sus-cin-view REDEFINES sus-cipher-in.
        10  sus-rec-type        PIC X(01).
        10  sus-cin-filler-0    PIC X.
        10  sus-msg-id          PIC X(08).
        10  sus-cin-filler-1    PIC X.
        10  sus-request         PIC X(01).
        10  sus-cin-filler-2    PIC X.
        10  sus-text            PIC X(40).
        10  sus-cin-filler-5    PIC X.
        10  sus-cipher-mode     PIC X(01).
        10  sus-cin-filler-6    PIC X.
        10  sus-key-name        PIC X(08).
    05  sus-filler-1        PIC X.
    05  sus-item-id         PIC 9(06).
    05  sus-line-num        PIC 9(02).
    05  sus-filler-2        PIC X.
    05  sus-reason          PIC X(02).
        88  sus-bad-request       VALUE "RQ".
        88  sus-key-rejected      VALUE "KY".
        88  sus-key-missing       VALUE "KM".
        88  sus-not-authorized    VALUE "AU".
        88  sus-block-error       VALUE "BL".
        88  sus-duplicate         VALUE "DP".
        88  sus-bad-record-type   VALUE "RT".
    05  sus-filler-3        PIC X.
    05  sus-date            PIC X(08).
    05  sus-filler-4        PIC X.
    05  sus-operator        PIC X(08).
    05  sus-filler-5        PIC X.
    05  sus-state           PIC X(01).
        88  sus-open              VALUE "O".
        88  sus-released          VALUE "R".
        88  sus-written-off       VALUE "W".
    05  sus-filler-6        PIC X.
    05  sus-action-date     PIC X(08).
    05  sus-filler-7        PIC X.
    05  sus-action-by       PIC X(08).
    05  sus-filler-8        PIC X.
    05  sus-corrected       PIC X(01).
        88  sus-was-corrected     VALUE "Y".
