      *****************************************************************
      * FEEDTRIG - ready-trigger record for an outbound feed pickup
      * handshake. After a clean extract the writer drops a .RDY
      * file next to the feed (BILLFEED.RDY, HREXPORT.RDY, and
      * REFPAGO.RDY for the treasury refund instructions) carrying
      * the business date, the record count and the trailer total;
      * the receiving side's collector DELETES the trigger when it
      * takes the feed. A trigger still wearing yesterday's date
