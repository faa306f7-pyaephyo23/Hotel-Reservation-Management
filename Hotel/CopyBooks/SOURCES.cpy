      ******************************************************************
      * Copybook: SOURCES.cpy
      * Purpose:  Record layout for SOURCES.DAT (SOURCES-FILE) - one
      *           master record per booking source (travel agent,
      *           online travel agency, or a direct channel such as
      *           the phone or the website), keyed by the source
      *           code carried in SOURCE-CODE-BK. SR-SOURCE-TYPE is
      *           "Direct", "Agent" or "OTA". SR-COMMISSION-PCT is
      *           the percentage of the room portion of a completed
      *           stay owed to the source (zero for a direct
      *           channel), and SR-AP-VENDOR-ID is the vendor the
      *           commission is paid to in accounts payable.
      ******************************************************************
       01  SOURCE-RECORD.
           05  SOURCE-CODE         PIC X(06).
           05  SR-SOURCE-NAME      PIC X(30).
           05  SR-SOURCE-TYPE      PIC X(10).
           05  SR-COMMISSION-PCT   PIC 9(2)V99.
           05  SR-AP-VENDOR-ID     PIC X(10).
