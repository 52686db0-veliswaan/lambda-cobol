      * CORDREL - cross-region release record, one per region.
      * BANRCORD writes a fresh generation of the CORDREL dataset
      * every time it runs, naming for each region the cycle the
      * cross-region work was last released for: the open run-id
      * of the closed cycle (zero for a calendar no-cycle day) and
      * its business date. A region whose latest cycle on BANRLOG
      * is the one already released has not run since, so the
      * coordinator holds the night for it however the machine
      * date has moved. When the night is held the generation
      * carries the previous release forward unchanged.
       01 CORD-REL-REC.
          05 CREL-REGION-CD       PIC X(4).
          05 CREL-STATE           PIC X(1).
             88 CREL-CLOSED       VALUE "X".
             88 CREL-NOCYCLE      VALUE "C".
          05 CREL-BUS-DATE        PIC 9(8).
          05 CREL-OPEN-RUN-ID     PIC 9(6).
          05 CREL-RUN-DATE        PIC 9(8).
          05 CREL-RUN-TIME        PIC 9(8).
