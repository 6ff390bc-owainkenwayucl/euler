      * Region name record (region.dat in a region's data
      * directory).  Every program opens its files as cobol/data/...
      * relative to where it is started, so a region is simply a
      * directory to start from: the repository root is PROD, and
      * region.sh stands up any other region (regions/<name>, with
      * its own copy of cobol/data and a link to the shared ./bin)
      * and starts programs there -- nothing a test region does can
      * reach PROD's run lock, history or extract.  This record is
      * how a program knows which region it is running in, so the
      * reports and alerts it writes can say so.  An absent or blank
      * file means PROD.
       01 REGION-RECORD.
          05 RG-REGION-NAME         PIC X(8).
