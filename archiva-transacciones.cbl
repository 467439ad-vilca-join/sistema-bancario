       FD  TransactionFile.
           COPY TRANREC.
      *HistoryRecord y TransRecordTmp son calcos byte a byte de
      *TransactionRecord (75 bytes) para copiarlo con un simple MOVE
      *de grupo, igual que AccountRecordTmp en sistema-bancario.cbl.
       FD  HistoryFile.
       01  HistoryRecord          PIC X(75).
       FD  TransFileTmp.
       01  TransRecordTmp         PIC X(75).
       FD  SeqControlFile.
           COPY SEQCTL.
       FD  AccountFile.
