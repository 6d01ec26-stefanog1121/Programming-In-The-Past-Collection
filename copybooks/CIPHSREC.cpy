      *> STATION-RECORD - one originating station on the indexed
      *> station master, keyed by the originator prefix every message
      *> ID opens with (QR-ORIGINATOR). QEDIT reads it for each lead
      *> record so a station can only ask for what it has been
      *> granted; STNMAINT adds, changes and deletes entries.
      *> ST-ALLOWED-MODES: the modes the station may request, any of
      *>            E, D and S in any position (spaces unused)
      *> ST-MAX-PRIORITY: the highest class the station may claim -
      *>            F = flash, P = priority, R = routine only. A
      *>            station cleared for P may also send R, and so on.
      *> ST-EMBEDDED-OK: Y = the station may still send a shift or
      *>            keyword on the record in place of a key ID (queue
      *>            builders not yet converted), N = key IDs only
      *> ST-KEY-ID: the key IDs the station is authorized to name,
      *>            ST-KEY-COUNT of them, packed from the front
    01 STATION-RECORD.
        05 ST-STATION-ID       PIC X(4).
        05 ST-STATION-NAME     PIC X(25).
        05 ST-ALLOWED-MODES    PIC X(3).
        05 ST-MAX-PRIORITY     PIC X.
        05 ST-EMBEDDED-OK      PIC X.
        05 ST-KEY-COUNT        PIC 99.
        05 ST-KEY-ID           PIC X(8) OCCURS 10 TIMES.
