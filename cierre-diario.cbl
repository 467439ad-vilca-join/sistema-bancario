       FD  ControlFile.
           COPY CTLREC.
       FD  HistoryFile.
       01  HistoryRecord            PIC X(75).
       FD  SeqControlFile.
           COPY SEQCTL.
      *Aqui encontramos las variables que se usan durante la ejecucion.
