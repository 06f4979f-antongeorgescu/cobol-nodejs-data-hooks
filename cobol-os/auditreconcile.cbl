   02 LogRunTime               PIC 9(8).
   02 LogActionWord            PIC X(6).
   COPY studrec.
   02 LogOperatorId            PIC X(8).

FD SummaryFile.
01 SummaryLine              PIC X(60).
