      *> between its effective and expiry dates, which is how a key
      *> is retired without hunting down every queue-building job.
      *> KF-CIPHER-TYPE: C = Caesar (KF-SHIFT), V = Vigenere
      *>                 (KF-KEYWORD), T = keyed columnar
      *>                 transposition (KF-TRANS-KEYWORD), S = two-
      *>                 stage superencipherment - the substitution
      *>                 (Vigenere under KF-KEYWORD when one is given,
      *>                 otherwise Caesar under KF-SHIFT) and then the
      *>                 columnar transposition under KF-TRANS-KEYWORD
      *> KF-TRANS-KEYWORD: column keyword for types T and S - the
      *>                 text is written under it a row at a time and
      *>                 read off a column at a time in the keyword's
      *>                 alphabetical order. Spaces for types C and V.
    01 KEY-FILE-RECORD.
        05 KF-KEY-ID           PIC X(8).
        05 KF-CIPHER-TYPE      PIC X.
        05 KF-KEYWORD          PIC X(20).
        05 KF-EFFECTIVE-DATE   PIC 9(8).
        05 KF-EXPIRY-DATE      PIC 9(8).
        05 KF-TRANS-KEYWORD    PIC X(20).
