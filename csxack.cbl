      * unacknowledged HOURS= after it was sent raises CS0501E --
      * each through csalert.log, so a dropped feed stops being
      * discovered by phone call.  A transmission alerts once; the
      * register carries the mark.  The correction transmissions
      * csresr sends when a result is restated are on the same
      * register and are reconciled the same way.
      *
      *   csxack "FILE=hqack.dat" "HOURS=24"
      *
