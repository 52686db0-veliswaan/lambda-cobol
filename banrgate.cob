       PROGRAM-ID. BANRGATE.
      * Cross-region readiness gate, run once after the regional
      * banner steps. Reads the region list from REGNPARM - not a
      * hardcoded three - and verifies that each region's latest
      * cycle on BANRLOG - its latest NORMAL, RERUN or NOCYCLE
      * entry, whatever the machine date it was written on - is
      * an open. The gate runs behind the BANRCORD coordinator,
      * which has already established that every region's latest
      * cycle is one not yet released, so the gate reads the same
      * cycles and keeps no date test of its own. Each region's
      * business date, from that entry or derived from the run
      * date when the region has no entry, is carried for the
      * console message so operations sees which business day is
      * at stake. A calendar NOCYCLE entry satisfies the gate
      * too: a region that was not supposed to open has not
      * failed to open.
      * Writes the one-record WNDWSTAT status dataset the
      * scheduler and later steps can test, and names any region
      * that failed to open on the operator console. Downstream
                   END-IF
           END-EVALUATE.

      * Marks each region by its latest cycle on the log, the
      * way BANRCORD reads it, carrying that entry's own business
      * date - re-deriving business dates here would disagree with
      * the banner's stamp when the gate runs on the far side of
      * midnight or of a region's offset boundary hour. An open
      * beats a no-cycle for the same business date, so a mistaken
      * holiday entry alongside a manual rerun still counts the
      * region as open.
       2000-SCAN-RUN-LOG-PARA.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS = "35"
       2100-MARK-ONE-ENTRY-PARA.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REGION-CT
               IF WS-REGION-CD(WS-SUB) = LOG-REGION-CD
                   IF LOG-RUN-TYPE = "NORMAL " OR
                           LOG-RUN-TYPE = "RERUN  "
                       MOVE "Y" TO WS-RGN-OPEN-SW(WS-SUB)
                       MOVE LOG-BUS-DATE TO WS-RGN-BUS-DATE(WS-SUB)
                   END-IF
                   IF LOG-RUN-TYPE = "NOCYCLE"
                       IF WS-RGN-OPEN-SW(WS-SUB) NOT = "Y" OR
                               LOG-BUS-DATE NOT =
                                   WS-RGN-BUS-DATE(WS-SUB)
                           MOVE "C" TO WS-RGN-OPEN-SW(WS-SUB)
                           MOVE LOG-BUS-DATE
                               TO WS-RGN-BUS-DATE(WS-SUB)
                       END-IF
                   END-IF
                   MOVE WS-REGION-CT TO WS-SUB
               END-IF
