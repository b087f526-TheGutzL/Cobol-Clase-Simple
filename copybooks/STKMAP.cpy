           05 FILLER REDEFINES KDX5F.
               10 KDX5A PIC X.
           05 KDX5I PIC X(60).
           05 ALM1L PIC S9(4) COMP.
           05 ALM1F PIC X.
           05 FILLER REDEFINES ALM1F.
               10 ALM1A PIC X.
           05 ALM1I PIC X(60).
           05 ALM2L PIC S9(4) COMP.
           05 ALM2F PIC X.
           05 FILLER REDEFINES ALM2F.
               10 ALM2A PIC X.
           05 ALM2I PIC X(60).
           05 ALM3L PIC S9(4) COMP.
           05 ALM3F PIC X.
           05 FILLER REDEFINES ALM3F.
               10 ALM3A PIC X.
           05 ALM3I PIC X(60).
           05 ALM4L PIC S9(4) COMP.
           05 ALM4F PIC X.
           05 FILLER REDEFINES ALM4F.
               10 ALM4A PIC X.
           05 ALM4I PIC X(60).
           05 MSGL  PIC S9(4) COMP.
           05 MSGF  PIC X.
           05 FILLER REDEFINES MSGF.
           05 FILLER PIC X(03).
           05 KDX5O PIC X(60).
           05 FILLER PIC X(03).
           05 ALM1O PIC X(60).
           05 FILLER PIC X(03).
           05 ALM2O PIC X(60).
           05 FILLER PIC X(03).
           05 ALM3O PIC X(60).
           05 FILLER PIC X(03).
           05 ALM4O PIC X(60).
           05 FILLER PIC X(03).
           05 MSGO  PIC X(60).
