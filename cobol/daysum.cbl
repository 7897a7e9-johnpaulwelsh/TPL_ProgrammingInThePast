    05  dsel-date       PIC X(08).

FD  audit-log.
01  audit-line          PIC X(560).

FD  history-file.
COPY historec.
