      *> ----------------------------------------------------------------------
      *> CUSTODY-EVENT-REC.CPY
      *> One record per movement of a physical specimen, kept in the
      *> indexed CUSTODYEVENTS file under the sample ID plus a
      *> per-sample event sequence (1, 2, 3 ... in the order recorded),
      *> so a sample's whole chain reads back in order from a START on
      *> the sample ID. Written only by custody-entry.cob, which holds
      *> the events to the legal order:
      *>   RECEIVED -> EXTRACTED -> SENT-TO-SEQUENCER -> RETURNED
      *>            -> STORED -> DESTROYED
      *> (a returned or stored specimen may go back for another
      *> extraction or sequencing run; nothing follows DESTROYED).
      *> Read by strand-trace.cob next to the strands and by
      *> custody-exceptions.cob for the gap report.
      *> ----------------------------------------------------------------------
       01  CUSTODY-EVENT-RECORD.
           05  CUSTODY-KEY.
               10  CUSTODY-SAMPLE-ID    PIC 9(06).
               10  CUSTODY-SEQUENCE     PIC 9(03).
           05  CUSTODY-EVENT            PIC X(18).
               88  CUSTODY-RECEIVED     VALUE "RECEIVED".
               88  CUSTODY-EXTRACTED    VALUE "EXTRACTED".
               88  CUSTODY-SENT         VALUE "SENT-TO-SEQUENCER".
               88  CUSTODY-RETURNED     VALUE "RETURNED".
               88  CUSTODY-STORED       VALUE "STORED".
               88  CUSTODY-DESTROYED    VALUE "DESTROYED".
           05  CUSTODY-TIMESTAMP        PIC X(21).
           05  CUSTODY-OPERATOR         PIC X(08).
           05  CUSTODY-LOCATION         PIC X(20).
