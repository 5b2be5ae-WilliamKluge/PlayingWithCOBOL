      ******************************************************************
      * Copybook: BKUPLIST
      * The estate the end-of-day backup set carries - every master
      * and side file a program rewrites in place or keeps adding
      * to, by the environment variable that names it to its
      * programs and the name it defaults to.  The indexed catalog
      * is carried as well (see ESTATE-BACKUP).  The run log, the
      * job-step record and the security violation log are left
      * out on purpose: they record what happened, restore or not,
      * and a restore must never take them back.  A new side file
      * goes on the end of this list and WS-BKL-CNT goes up by one.
      * The regeneration marker and the posting restart points ride
      * along too - they describe the indexed catalog, so a restore
      * must bring back exactly the ones the set's night had and
      * clear any left behind since, or a restarted run could skip
      * records against a restored catalog.
      ******************************************************************
           01 WS-BKL-ENTRIES.
               05 FILLER PIC X(40) VALUE
                   'ITEMFILE        magicitems.txt          '.
               05 FILLER PIC X(40) VALUE
                   'SECURITYFILE    catalogusers.dat        '.
               05 FILLER PIC X(40) VALUE
                   'COSTFILE        avgcost.txt             '.
               05 FILLER PIC X(40) VALUE
                   'LOCATIONFILE    locationbalances.txt    '.
               05 FILLER PIC X(40) VALUE
                   'LOCMASTFILE     locationmaster.txt      '.
               05 FILLER PIC X(40) VALUE
                   'SERIALFILE      serialregister.txt      '.
               05 FILLER PIC X(40) VALUE
                   'LOTFILE         lotregister.txt         '.
               05 FILLER PIC X(40) VALUE
                   'PORDERFILE      purchaseorders.txt      '.
               05 FILLER PIC X(40) VALUE
                   'PORECEIPTFILE   poreceipts.txt          '.
               05 FILLER PIC X(40) VALUE
                   'RESERVEFILE     reservations.txt        '.
               05 FILLER PIC X(40) VALUE
                   'BACKORDERFILE   backorders.txt          '.
               05 FILLER PIC X(40) VALUE
                   'PERIODFILE      periodbalances.txt      '.
               05 FILLER PIC X(40) VALUE
                   'MOVEHISTFILE    movementhistory.txt     '.
               05 FILLER PIC X(40) VALUE
                   'GLBATCHFILE     glbatches.dat           '.
               05 FILLER PIC X(40) VALUE
                   'GBATFILE        guildbatches.dat        '.
               05 FILLER PIC X(40) VALUE
                   'GORDBATFILE     guildorderbatches.dat   '.
               05 FILLER PIC X(40) VALUE
                   'RUNCTLFILE      runcontrol.dat          '.
               05 FILLER PIC X(40) VALUE
                   'LOREFILE        itemlore.txt            '.
               05 FILLER PIC X(40) VALUE
                   'REORDERFILE     reorderpoints.txt       '.
               05 FILLER PIC X(40) VALUE
                   'CATMASTFILE     categorymaster.txt      '.
               05 FILLER PIC X(40) VALUE
                   'VENDORFILE      vendormaster.txt        '.
               05 FILLER PIC X(40) VALUE
                   'XREFFILE        vendorxref.txt          '.
               05 FILLER PIC X(40) VALUE
                   'CUSTOMERFILE    customermaster.txt      '.
               05 FILLER PIC X(40) VALUE
                   'RECEIVABLEFILE  receivables.txt         '.
               05 FILLER PIC X(40) VALUE
                   'SORDERFILE      salesorders.txt         '.
               05 FILLER PIC X(40) VALUE
                   'RENTALFILE      rentals.txt             '.
               05 FILLER PIC X(40) VALUE
                   'WORDERFILE      workorders.txt          '.
               05 FILLER PIC X(40) VALUE
                   'KITBOMFILE      kitbom.txt              '.
               05 FILLER PIC X(40) VALUE
                   'CONSIGNFILE     consignment.txt         '.
               05 FILLER PIC X(40) VALUE
                   'CONSACTFILE     consignactivity.txt     '.
               05 FILLER PIC X(40) VALUE
                   'BONDLEDGERFILE  bondledger.txt          '.
               05 FILLER PIC X(40) VALUE
                   'BONDACTFILE     bondactivity.txt        '.
               05 FILLER PIC X(40) VALUE
                   'PENDPRICEFILE   pendingprices.txt       '.
               05 FILLER PIC X(40) VALUE
                   'PRICECLASSFILE  priceclasses.txt        '.
               05 FILLER PIC X(40) VALUE
                   'TAXRATEFILE     taxrates.txt            '.
               05 FILLER PIC X(40) VALUE
                   'CURRENCYFILE    currencytable.txt       '.
               05 FILLER PIC X(40) VALUE
                   'DEPTFILE        deptcontrol.txt         '.
               05 FILLER PIC X(40) VALUE
                   'COUNTSCHEDFILE  countschedule.txt       '.
               05 FILLER PIC X(40) VALUE
                   'APPROVALFILE    approvals.txt           '.
               05 FILLER PIC X(40) VALUE
                   'APPROVALLOGFILE approvallog.txt         '.
               05 FILLER PIC X(40) VALUE
                   'PRICEHISTFILE   pricehistory.log        '.
               05 FILLER PIC X(40) VALUE
                   'RETURNLOGFILE   returnslog.txt          '.
               05 FILLER PIC X(40) VALUE
                   'MANIFESTFILE    archivemanifest.txt     '.
               05 FILLER PIC X(40) VALUE
                   'SUSPENSEFILE    catalogsuspense.txt     '.
               05 FILLER PIC X(40) VALUE
                   'VENDEXCFILE     vendorexceptions.txt    '.
               05 FILLER PIC X(40) VALUE
                   'CATREGENFILE    magicitems.regen        '.
               05 FILLER PIC X(40) VALUE
                   'POSTCKPTFILE    postmoves.ckpt          '.
               05 FILLER PIC X(40) VALUE
                   'POSTCKPTFILE    cyclecount.ckpt         '.
               05 FILLER PIC X(40) VALUE
                   'POSTCKPTFILE    reprice.ckpt            '.
               05 FILLER PIC X(40) VALUE
                   'VENDINVOICEFILE vendinvoices.txt        '.
           01 WS-BKL-TABLE REDEFINES WS-BKL-ENTRIES.
               05 WS-BKL-ROW OCCURS 50 TIMES.
                   10 WS-BKL-ENV          PIC X(16).
                   10 WS-BKL-DEFAULT      PIC X(24).
           01 WS-BKL-CNT               PIC 9(2) VALUE 50.
