      * it started and ended, how many records it took in and put    *
      * out, and the condition code it ended with. Every step of the *
      * production chain (TXNEDIT, TXNSPLIT, the adapter instances,  *
      * RSLTMERGE, RECONCILE, RSLTRTN, AUDARCH) files a row into the *
      * shared RUNSTAT file as its last act, and CASKADE-RUNSTAT     *
      * prints the day's chain in start order with one worst-        *
      * condition code on top - the morning "is last night clean?"   *
