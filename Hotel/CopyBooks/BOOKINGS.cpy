      *           booking. Checkout billing routes an attached
      *           booking's room charges onto the block's master
      *           invoice instead of cutting one per booking.
      *           SOURCE-CODE-BK is where the booking came from - a
      *           source or travel agent on SOURCES.DAT, whose
      *           commission percentage the monthly commission run
      *           applies; spaces mean direct business.
      *           Files built before BLOCK-ID-BK or SOURCE-CODE-BK
      *           existed must be carried forward once by
      *           convertMasterFiles, which zero-fills the block and
      *           blank-fills the source.
      ******************************************************************
       01  BOOKING-RECORD.
           05  BOOKING-ID          PIC 9(5).
           05  GUEST-NAME          PIC X(20).
           05  GUEST-ID-BK         PIC 9(5).
           05  BLOCK-ID-BK         PIC 9(5).
           05  SOURCE-CODE-BK      PIC X(06).
