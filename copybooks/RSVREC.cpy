      * run's available-to-issue check so the floor cannot issue a
      * reserved piece to a walk-in.  An issue or sale whose
      * reference names the reserving customer consumes the hold.
      * Sales-order entry allocates the same way - each order line
      * holds its quantity under the ordering customer, with no
      * expiry, until the shipment's sale consumes it.
      * Fixed-width positional fields, 31 bytes.
      *   RSV-EXPIRY - MM/DD/YYYY the hold lapses; blank holds
      *                forever (until maintained away)
