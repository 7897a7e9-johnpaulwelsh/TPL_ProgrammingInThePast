    05  sel-restore     PIC X(01).

FD  hist-arch.
01  hist-arch-record    PIC X(904).

FD  audit-arch.
01  audit-arch-record   PIC X(560).

FD  history-file.
COPY historec.
