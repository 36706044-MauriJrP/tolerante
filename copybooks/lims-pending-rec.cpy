      *> ----------------------------------------------------------------------
      *> LIMS-PENDING-REC.CPY
      *> One record per LIMS order number ever received on LIMSORDERS,
      *> in the indexed LIMSPENDING file keyed on PEND-ORDER-NUMBER and
      *> kept by daily-orders.cob. An order is written pending ("P")
      *> when it arrives; cancellations and amendments from the LIMS
      *> are applied to it only while it is still pending. Once it has
      *> been run it is resulted ("R") with the sample it produced (the
      *> new sample ID, or the retested one), and a cancelled order is
      *> "C". The record is never deleted, so an order number is never
      *> taken - or run - a second time. An order that failed
      *> validation stays pending with the reason in PEND-LAST-REJECT
      *> and is tried again on the next run, so the LIMS may amend or
      *> cancel it. PEND-ORDER-DATA holds the order detail as received
      *> or last amended, in the ORDER-DETAIL-FIELDS layout of
      *> LIMS-ORDER-REC; PEND-ORDER-KIND is the order's own type ("N"
      *> new sample or "R" retest), which an amendment does not change.
      *> PEND-SENT-STATE and PEND-SENT-REASON are the order status last
      *> sent to the LIMS on the LIMSSTATUS status feed, on the business
      *> date in PEND-SENT-DATE (blank and zero until the first send);
      *> lims-status.cob sends an order again only when its state or
      *> reason has moved on from them.
      *> ----------------------------------------------------------------------
       01  LIMS-PENDING-RECORD.
           05  PEND-ORDER-NUMBER        PIC 9(10).
           05  PEND-STATUS              PIC X(01).
               88  PEND-IS-PENDING      VALUE "P".
               88  PEND-IS-RESULTED     VALUE "R".
               88  PEND-IS-CANCELLED    VALUE "C".
           05  PEND-ORDER-KIND          PIC X(01).
           05  PEND-RECEIVED-TS         PIC X(21).
           05  PEND-FEED-DATE           PIC 9(08).
           05  PEND-FEED-SEQUENCE       PIC 9(06).
           05  PEND-CHANGED-TS          PIC X(21).
           05  PEND-AMEND-COUNT         PIC 9(03).
           05  PEND-SAMPLE-ID           PIC 9(06).
           05  PEND-LAST-REJECT         PIC X(40).
           05  PEND-SENT-STATE          PIC X(11).
           05  PEND-SENT-REASON         PIC X(60).
           05  PEND-SENT-DATE           PIC 9(08).
           05  PEND-ORDER-DATA          PIC X(424).
