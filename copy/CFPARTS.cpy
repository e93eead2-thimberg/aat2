      *================================================================
      * CFPARTS  -  settlement partition control record (VIPARTSS) -
      *             one row per hall per partition of a partitioned
      *             HBHUN370 run: the sales-floor range the instance
      *             took from its HB370PRM card, whether it has
      *             finished, and the counts and totals of what it
      *             read and wrote.  Written by each HBHUN370
      *             instance at start ("S") and end ("E", or "A" when
      *             its own cross-foot proof failed); read by the
      *             merge step HBHUN375, which proves the partitions
      *             together settled every floor exactly once and
      *             marks the rows it combined ("M")
      *================================================================
       05  PTS-KEY.
           10  PTS-HALLCD                  PIC X(02).
           10  PTS-ID                      PIC X(02).
       05  PTS-FROM                        PIC X(10).
       05  PTS-TO                          PIC X(10).
       05  PTS-BUSDATE                     PIC 9(08).
       05  PTS-STATUS                      PIC X(01).
           88  PTS-STARTED                  VALUE "S".
           88  PTS-ENDED                    VALUE "E".
           88  PTS-ABENDED                  VALUE "A".
      *    M: proved and combined - its campaign use is posted
           88  PTS-MERGED                   VALUE "M".
      *    the transaction stream as read (every instance reads all
      *    of it), the settleable details in it, and the details
      *    inside this partition's range that the instance settled
       05  PTS-RECCNT                      PIC 9(07).
       05  PTS-SEENCNT                     PIC 9(07).
       05  PTS-DTLCNT                      PIC 9(07).
      *    records written to the partition's own work files
       05  PTS-URISECNT                    PIC 9(07).
       05  PTS-URIURCNT                    PIC 9(07).
       05  PTS-JIKANCNT                    PIC 9(07).
       05  PTS-KNYJYCNT                    PIC 9(07).
       05  PTS-URISSCNT                    PIC 9(07).
       05  PTS-KAISSCNT                    PIC 9(07).
       05  PTS-DNSSNCNT                    PIC 9(07).
       05  PTS-CMUCNT                      PIC 9(07).
      *    the journal-feed and game-type control records the
      *    partition closed its SQWSIWAK and SQWGTURI with
       05  PTS-SIWKCNT                     PIC 9(07).
       05  PTS-SIWKURI                     PIC S9(14) COMP-3.
       05  PTS-SIWKSHI                     PIC S9(14) COMP-3.
       05  PTS-GTUCNT                      PIC 9(07).
       05  PTS-GTUURI                      PIC S9(14) COMP-3.
       05  PTS-RUNDATE                     PIC 9(08).
       05  PTS-RUNTIME                     PIC 9(06).
      *20261015追加開始
      *    the rule-effectivity date the partition settled under -
      *    HBHUN375 switches staged fee changes due by it active -
      *    and the tax breakout postings it wrote to SQWURTAX
       05  PTS-EFFDATE                     PIC 9(08).
       05  PTS-WTXCNT                      PIC 9(07).
      *20261015追加終了
      *20261015修正開始
       05  FILLER                          PIC X(05).
      *20261015修正終了
