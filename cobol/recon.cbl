COPY historec.

FD  audit-log.
01  audit-line          PIC X(560).

FD  recon-rpt.
01  recon-rpt-record    PIC X(132).
