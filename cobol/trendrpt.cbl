COPY historec.

FD  hist-arch.
01  hist-arch-record    PIC X(904).

FD  audit-log.
01  audit-line          PIC X(560).

FD  audit-arch.
01  audit-arch-record   PIC X(560).

FD  trend-rpt.
01  trend-rpt-record    PIC X(132).
