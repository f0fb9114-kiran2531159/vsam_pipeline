      *================================================================*
      * BRANCH VAULT MASTER RECORD - VSAM KSDS FILE
      * Key: BV-BRANCH-ID
      * One record per branch that holds cash.  VLTMNT adds the
      * branch's vault, keeps its minimum and maximum cash limits,
      * books the cash counts the branch keys, and takes a branch's
      * override of tonight's shipment; VLTFCST rolls the branch's
      * cash position forward each night off the teller drawer
      * master, learns its cash pattern, forecasts the next few
      * business days, and orders cash in (or ships excess out)
      * through the armored carrier and the Federal Reserve.
      * BV-STATUS values:     'A' = active   'C' = closed (no
      *                             forecasting or shipments)
      * BV-CASH-ON-HAND is the branch's whole cash position - vault,
      *   teller drawers and its ATM position - as of the night in
      *   BV-ROLL-DATE.  A count keyed through VLTMNT replaces it
      *   (BV-COUNT-DATE); otherwise VLTFCST moves it by the night's
      *   drawer cash in less cash out and by each shipment on its
      *   delivery date.
      * BV-DOW-HIST - the branch's typical net cash movement (cash in
      *   less cash out, so usually negative) for each weekday,
      *   Monday first, as a moving average over up to eight weeks
      *   (BV-DOW-CNT).  Business days either side of a holiday on
      *   the HOLCAL calendar run differently and are learned apart
      *   in BV-HOL-HIST - (1) the day before a holiday, (2) the day
      *   after.
      * BV-REC-AMOUNT - the shipment VLTFCST recommended on the
      *   night in BV-ROLL-DATE: positive = cash order, negative =
      *   excess-cash return, zero = none.
      * BV-ORD-... - the last shipment written to the carrier's
      *   order file (same sign convention), for delivery on
      *   BV-ORD-DELIVERY-DATE.  BV-ORD-SOURCE 'R' = the
      *   recommendation, 'B' = the branch's override.
      *   BV-ORD-STATUS 'P' = pending delivery, 'D' = delivered and
      *   in the cash position, space = nothing shipped.
      * BV-OVR-DATE / BV-OVR-AMOUNT - the shipment the branch keyed
      *   in place of the recommendation for that night's order.
      * BV-DECISIONS - the last ten nights a shipment was recommended
      *   or keyed, latest first: 'F' = recommendation followed,
      *   'O' = overridden.  BV-LAST-OVR-DATE is the latest 'O'.
      * Foreign Key: BV-BRANCH-ID -> BRANCH.BRANCH-ID
      *================================================================*
       01  BRANCH-VAULT-RECORD.
           05  BV-BRANCH-ID               PIC X(05).
           05  BV-STATUS                  PIC X(01).
               88  BV-ACTIVE               VALUE 'A'.
           05  BV-MIN-CASH                PIC 9(09)V99.
           05  BV-MAX-CASH                PIC 9(09)V99.
           05  BV-CASH-ON-HAND            PIC S9(11)V99.
           05  BV-COUNT-DATE              PIC 9(08).
           05  BV-ROLL-DATE               PIC 9(08).
           05  BV-DOW-HIST                OCCURS 5 TIMES.
               10  BV-DOW-NET             PIC S9(09)V99.
               10  BV-DOW-CNT             PIC 9(03).
           05  BV-HOL-HIST                OCCURS 2 TIMES.
               10  BV-HOL-NET             PIC S9(09)V99.
               10  BV-HOL-CNT             PIC 9(03).
           05  BV-REC-AMOUNT              PIC S9(09)V99.
           05  BV-ORD-DATE                PIC 9(08).
           05  BV-ORD-DELIVERY-DATE       PIC 9(08).
           05  BV-ORD-AMOUNT              PIC S9(09)V99.
           05  BV-ORD-SOURCE              PIC X(01).
           05  BV-ORD-STATUS              PIC X(01).
               88  BV-ORD-PENDING          VALUE 'P'.
           05  BV-OVR-DATE                PIC 9(08).
           05  BV-OVR-AMOUNT              PIC S9(09)V99.
           05  BV-DECISIONS               PIC X(10).
           05  BV-LAST-OVR-DATE           PIC 9(08).
           05  FILLER                     PIC X(20).
