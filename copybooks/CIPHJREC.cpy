      *>          zero, anything else is rejected)
      *>   Q013 = priority class not F, P or R (blank is normalized
      *>          to R for capture input predating the field)
      *>   Q014 = check group present but not five letters A-Z
      *>   Q015 = text form not space or G
      *>   Q016 = originator prefix not on the station master
      *>   Q017 = mode not one the station may request
      *>   Q018 = priority class above the station's ceiling
      *>   Q019 = key ID not authorized for the station
      *>   Q020 = embedded shift/keyword from a station cleared
      *>          for key IDs only
      *>   Q999 = clean record rejected with the rest of its chain
      *> RJ-FIELD-NAME: the offending field, spaces for chain-level
      *> reasons.
        05 FILLER              PIC X VALUE SPACE.
        05 RJ-FIELD-NAME       PIC X(15).
        05 FILLER              PIC X VALUE SPACE.
        05 RJ-QUEUE-IMAGE      PIC X(304).
