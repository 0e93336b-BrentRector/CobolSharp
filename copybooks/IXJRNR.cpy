           05  IXJ-B-REC        PIC X(120).
           05  IXJ-A-KEY        PIC X(29).
           05  IXJ-A-REC        PIC X(120).
      *> The feed sequence a load came from (zero for a purge or an
      *> ungated load) and bytes 121-240 of each image, so IXRBLD
      *> can put back the whole record and leave out a chosen feed.
      *> Rows journaled before these existed read as spaces.
           05  IXJ-FEED-SEQ     PIC X(6).
           05  IXJ-B-TAIL       PIC X(120).
           05  IXJ-A-TAIL       PIC X(120).
