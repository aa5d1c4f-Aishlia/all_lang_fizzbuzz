      *> Incident action log record (data/incident.log), appended
      *> by fizzbuzz-incident for every change an operator makes
      *> to an incident register entry (see increc.cpy) - the
      *> register holds only the latest state and note, this is
      *> the full trail.
      *> IL-ACTION: 'ACK', 'ASSIGN', 'NOTE' or 'CLOSE'.
      *> IL-TEXT: the new owner for ASSIGN, the annotation for
      *> NOTE and CLOSE, blank for ACK.
       01 INCIDENT-LOG-REC.
           05 IL-TIMESTAMP          PIC X(19).
           05 IL-INC-ID             PIC 9(6).
           05 IL-ACTION             PIC X(8).
           05 IL-OPERATOR-ID        PIC X(8).
           05 IL-STATUS             PIC X(8).
           05 IL-TEXT               PIC X(60).
