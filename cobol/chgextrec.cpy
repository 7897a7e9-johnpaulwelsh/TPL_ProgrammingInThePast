01  charge-extract-record.
    05  chx-rec-type    PIC X(01).
        88  chx-header-rec        VALUE "H".
        88  chx-detail-rec        VALUE "D".
        88  chx-trailer-rec       VALUE "T".
    05  chx-detail.
        10  chx-cost-center     PIC X(06).
        10  chx-operator        PIC X(08).
        10  chx-operation       PIC X(01).
        10  chx-mode            PIC X(01).
        10  chx-rate-effective  PIC X(08).
        10  chx-quantity        PIC 9(07).
        10  chx-unit-price      PIC 9(05)V9(04).
        10  chx-amount          PIC 9(09)V99.
        10  chx-posting-date    PIC X(08).
    05  chx-control REDEFINES chx-detail.
        10  chx-period-from     PIC X(08).
        10  chx-period-to       PIC X(08).
        10  chx-record-count    PIC 9(07).
        10  chx-total-amount    PIC 9(11)V99.
        10  chx-filler          PIC X(23).
