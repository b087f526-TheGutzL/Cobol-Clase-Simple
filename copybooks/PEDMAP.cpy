      *( mapa simbolico de pantalla 3270 para la entrada de
      *  pedidos en linea, generado a partir del mapset
      *  PEDSET/PEDMAP )
       01  PEDMAPI.
           05 FILLER PIC X(12).
           05 CLIL  PIC S9(4) COMP.
           05 CLIF  PIC X.
           05 FILLER REDEFINES CLIF.
               10 CLIA PIC X.
           05 CLII  PIC X(6).
           05 NOMBL PIC S9(4) COMP.
           05 NOMBF PIC X.
           05 FILLER REDEFINES NOMBF.
               10 NOMBA PIC X.
           05 NOMBI PIC X(30).
           05 VENDL PIC S9(4) COMP.
           05 VENDF PIC X.
           05 FILLER REDEFINES VENDF.
               10 VENDA PIC X.
           05 VENDI PIC X(6).
           05 LIMIL PIC S9(4) COMP.
           05 LIMIF PIC X.
           05 FILLER REDEFINES LIMIF.
               10 LIMIA PIC X.
           05 LIMII PIC X(14).
           05 RIESL PIC S9(4) COMP.
           05 RIESF PIC X.
           05 FILLER REDEFINES RIESF.
               10 RIESA PIC X.
           05 RIESI PIC X(14).
           05 DISPL PIC S9(4) COMP.
           05 DISPF PIC X.
           05 FILLER REDEFINES DISPF.
               10 DISPA PIC X.
           05 DISPI PIC X(14).
           05 SKU1L PIC S9(4) COMP.
           05 SKU1F PIC X.
           05 FILLER REDEFINES SKU1F.
               10 SKU1A PIC X.
           05 SKU1I PIC X(10).
           05 CAN1L PIC S9(4) COMP.
           05 CAN1F PIC X.
           05 FILLER REDEFINES CAN1F.
               10 CAN1A PIC X.
           05 CAN1I PIC X(5).
           05 PRE1L PIC S9(4) COMP.
           05 PRE1F PIC X.
           05 FILLER REDEFINES PRE1F.
               10 PRE1A PIC X.
           05 PRE1I PIC X(7).
           05 EXI1L PIC S9(4) COMP.
           05 EXI1F PIC X.
           05 FILLER REDEFINES EXI1F.
               10 EXI1A PIC X.
           05 EXI1I PIC X(8).
           05 IMP1L PIC S9(4) COMP.
           05 IMP1F PIC X.
           05 FILLER REDEFINES IMP1F.
               10 IMP1A PIC X.
           05 IMP1I PIC X(13).
           05 AVI1L PIC S9(4) COMP.
           05 AVI1F PIC X.
           05 FILLER REDEFINES AVI1F.
               10 AVI1A PIC X.
           05 AVI1I PIC X(30).
           05 SKU2L PIC S9(4) COMP.
           05 SKU2F PIC X.
           05 FILLER REDEFINES SKU2F.
               10 SKU2A PIC X.
           05 SKU2I PIC X(10).
           05 CAN2L PIC S9(4) COMP.
           05 CAN2F PIC X.
           05 FILLER REDEFINES CAN2F.
               10 CAN2A PIC X.
           05 CAN2I PIC X(5).
           05 PRE2L PIC S9(4) COMP.
           05 PRE2F PIC X.
           05 FILLER REDEFINES PRE2F.
               10 PRE2A PIC X.
           05 PRE2I PIC X(7).
           05 EXI2L PIC S9(4) COMP.
           05 EXI2F PIC X.
           05 FILLER REDEFINES EXI2F.
               10 EXI2A PIC X.
           05 EXI2I PIC X(8).
           05 IMP2L PIC S9(4) COMP.
           05 IMP2F PIC X.
           05 FILLER REDEFINES IMP2F.
               10 IMP2A PIC X.
           05 IMP2I PIC X(13).
           05 AVI2L PIC S9(4) COMP.
           05 AVI2F PIC X.
           05 FILLER REDEFINES AVI2F.
               10 AVI2A PIC X.
           05 AVI2I PIC X(30).
           05 SKU3L PIC S9(4) COMP.
           05 SKU3F PIC X.
           05 FILLER REDEFINES SKU3F.
               10 SKU3A PIC X.
           05 SKU3I PIC X(10).
           05 CAN3L PIC S9(4) COMP.
           05 CAN3F PIC X.
           05 FILLER REDEFINES CAN3F.
               10 CAN3A PIC X.
           05 CAN3I PIC X(5).
           05 PRE3L PIC S9(4) COMP.
           05 PRE3F PIC X.
           05 FILLER REDEFINES PRE3F.
               10 PRE3A PIC X.
           05 PRE3I PIC X(7).
           05 EXI3L PIC S9(4) COMP.
           05 EXI3F PIC X.
           05 FILLER REDEFINES EXI3F.
               10 EXI3A PIC X.
           05 EXI3I PIC X(8).
           05 IMP3L PIC S9(4) COMP.
           05 IMP3F PIC X.
           05 FILLER REDEFINES IMP3F.
               10 IMP3A PIC X.
           05 IMP3I PIC X(13).
           05 AVI3L PIC S9(4) COMP.
           05 AVI3F PIC X.
           05 FILLER REDEFINES AVI3F.
               10 AVI3A PIC X.
           05 AVI3I PIC X(30).
           05 SKU4L PIC S9(4) COMP.
           05 SKU4F PIC X.
           05 FILLER REDEFINES SKU4F.
               10 SKU4A PIC X.
           05 SKU4I PIC X(10).
           05 CAN4L PIC S9(4) COMP.
           05 CAN4F PIC X.
           05 FILLER REDEFINES CAN4F.
               10 CAN4A PIC X.
           05 CAN4I PIC X(5).
           05 PRE4L PIC S9(4) COMP.
           05 PRE4F PIC X.
           05 FILLER REDEFINES PRE4F.
               10 PRE4A PIC X.
           05 PRE4I PIC X(7).
           05 EXI4L PIC S9(4) COMP.
           05 EXI4F PIC X.
           05 FILLER REDEFINES EXI4F.
               10 EXI4A PIC X.
           05 EXI4I PIC X(8).
           05 IMP4L PIC S9(4) COMP.
           05 IMP4F PIC X.
           05 FILLER REDEFINES IMP4F.
               10 IMP4A PIC X.
           05 IMP4I PIC X(13).
           05 AVI4L PIC S9(4) COMP.
           05 AVI4F PIC X.
           05 FILLER REDEFINES AVI4F.
               10 AVI4A PIC X.
           05 AVI4I PIC X(30).
           05 SKU5L PIC S9(4) COMP.
           05 SKU5F PIC X.
           05 FILLER REDEFINES SKU5F.
               10 SKU5A PIC X.
           05 SKU5I PIC X(10).
           05 CAN5L PIC S9(4) COMP.
           05 CAN5F PIC X.
           05 FILLER REDEFINES CAN5F.
               10 CAN5A PIC X.
           05 CAN5I PIC X(5).
           05 PRE5L PIC S9(4) COMP.
           05 PRE5F PIC X.
           05 FILLER REDEFINES PRE5F.
               10 PRE5A PIC X.
           05 PRE5I PIC X(7).
           05 EXI5L PIC S9(4) COMP.
           05 EXI5F PIC X.
           05 FILLER REDEFINES EXI5F.
               10 EXI5A PIC X.
           05 EXI5I PIC X(8).
           05 IMP5L PIC S9(4) COMP.
           05 IMP5F PIC X.
           05 FILLER REDEFINES IMP5F.
               10 IMP5A PIC X.
           05 IMP5I PIC X(13).
           05 AVI5L PIC S9(4) COMP.
           05 AVI5F PIC X.
           05 FILLER REDEFINES AVI5F.
               10 AVI5A PIC X.
           05 AVI5I PIC X(30).
           05 SKU6L PIC S9(4) COMP.
           05 SKU6F PIC X.
           05 FILLER REDEFINES SKU6F.
               10 SKU6A PIC X.
           05 SKU6I PIC X(10).
           05 CAN6L PIC S9(4) COMP.
           05 CAN6F PIC X.
           05 FILLER REDEFINES CAN6F.
               10 CAN6A PIC X.
           05 CAN6I PIC X(5).
           05 PRE6L PIC S9(4) COMP.
           05 PRE6F PIC X.
           05 FILLER REDEFINES PRE6F.
               10 PRE6A PIC X.
           05 PRE6I PIC X(7).
           05 EXI6L PIC S9(4) COMP.
           05 EXI6F PIC X.
           05 FILLER REDEFINES EXI6F.
               10 EXI6A PIC X.
           05 EXI6I PIC X(8).
           05 IMP6L PIC S9(4) COMP.
           05 IMP6F PIC X.
           05 FILLER REDEFINES IMP6F.
               10 IMP6A PIC X.
           05 IMP6I PIC X(13).
           05 AVI6L PIC S9(4) COMP.
           05 AVI6F PIC X.
           05 FILLER REDEFINES AVI6F.
               10 AVI6A PIC X.
           05 AVI6I PIC X(30).
           05 SKU7L PIC S9(4) COMP.
           05 SKU7F PIC X.
           05 FILLER REDEFINES SKU7F.
               10 SKU7A PIC X.
           05 SKU7I PIC X(10).
           05 CAN7L PIC S9(4) COMP.
           05 CAN7F PIC X.
           05 FILLER REDEFINES CAN7F.
               10 CAN7A PIC X.
           05 CAN7I PIC X(5).
           05 PRE7L PIC S9(4) COMP.
           05 PRE7F PIC X.
           05 FILLER REDEFINES PRE7F.
               10 PRE7A PIC X.
           05 PRE7I PIC X(7).
           05 EXI7L PIC S9(4) COMP.
           05 EXI7F PIC X.
           05 FILLER REDEFINES EXI7F.
               10 EXI7A PIC X.
           05 EXI7I PIC X(8).
           05 IMP7L PIC S9(4) COMP.
           05 IMP7F PIC X.
           05 FILLER REDEFINES IMP7F.
               10 IMP7A PIC X.
           05 IMP7I PIC X(13).
           05 AVI7L PIC S9(4) COMP.
           05 AVI7F PIC X.
           05 FILLER REDEFINES AVI7F.
               10 AVI7A PIC X.
           05 AVI7I PIC X(30).
           05 SKU8L PIC S9(4) COMP.
           05 SKU8F PIC X.
           05 FILLER REDEFINES SKU8F.
               10 SKU8A PIC X.
           05 SKU8I PIC X(10).
           05 CAN8L PIC S9(4) COMP.
           05 CAN8F PIC X.
           05 FILLER REDEFINES CAN8F.
               10 CAN8A PIC X.
           05 CAN8I PIC X(5).
           05 PRE8L PIC S9(4) COMP.
           05 PRE8F PIC X.
           05 FILLER REDEFINES PRE8F.
               10 PRE8A PIC X.
           05 PRE8I PIC X(7).
           05 EXI8L PIC S9(4) COMP.
           05 EXI8F PIC X.
           05 FILLER REDEFINES EXI8F.
               10 EXI8A PIC X.
           05 EXI8I PIC X(8).
           05 IMP8L PIC S9(4) COMP.
           05 IMP8F PIC X.
           05 FILLER REDEFINES IMP8F.
               10 IMP8A PIC X.
           05 IMP8I PIC X(13).
           05 AVI8L PIC S9(4) COMP.
           05 AVI8F PIC X.
           05 FILLER REDEFINES AVI8F.
               10 AVI8A PIC X.
           05 AVI8I PIC X(30).
           05 TOTAL PIC S9(4) COMP.
           05 TOTAF PIC X.
           05 FILLER REDEFINES TOTAF.
               10 TOTAA PIC X.
           05 TOTAI PIC X(14).
           05 RESTL PIC S9(4) COMP.
           05 RESTF PIC X.
           05 FILLER REDEFINES RESTF.
               10 RESTA PIC X.
           05 RESTI PIC X(14).
           05 MSGL  PIC S9(4) COMP.
           05 MSGF  PIC X.
           05 FILLER REDEFINES MSGF.
               10 MSGA PIC X.
           05 MSGI  PIC X(79).
       01  PEDMAPO REDEFINES PEDMAPI.
           05 FILLER PIC X(12).
           05 FILLER PIC X(03).
           05 CLIO  PIC X(6).
           05 FILLER PIC X(03).
           05 NOMBO PIC X(30).
           05 FILLER PIC X(03).
           05 VENDO PIC X(6).
           05 FILLER PIC X(03).
           05 LIMIO PIC X(14).
           05 FILLER PIC X(03).
           05 RIESO PIC X(14).
           05 FILLER PIC X(03).
           05 DISPO PIC X(14).
           05 FILLER PIC X(03).
           05 SKU1O PIC X(10).
           05 FILLER PIC X(03).
           05 CAN1O PIC X(5).
           05 FILLER PIC X(03).
           05 PRE1O PIC X(7).
           05 FILLER PIC X(03).
           05 EXI1O PIC X(8).
           05 FILLER PIC X(03).
           05 IMP1O PIC X(13).
           05 FILLER PIC X(03).
           05 AVI1O PIC X(30).
           05 FILLER PIC X(03).
           05 SKU2O PIC X(10).
           05 FILLER PIC X(03).
           05 CAN2O PIC X(5).
           05 FILLER PIC X(03).
           05 PRE2O PIC X(7).
           05 FILLER PIC X(03).
           05 EXI2O PIC X(8).
           05 FILLER PIC X(03).
           05 IMP2O PIC X(13).
           05 FILLER PIC X(03).
           05 AVI2O PIC X(30).
           05 FILLER PIC X(03).
           05 SKU3O PIC X(10).
           05 FILLER PIC X(03).
           05 CAN3O PIC X(5).
           05 FILLER PIC X(03).
           05 PRE3O PIC X(7).
           05 FILLER PIC X(03).
           05 EXI3O PIC X(8).
           05 FILLER PIC X(03).
           05 IMP3O PIC X(13).
           05 FILLER PIC X(03).
           05 AVI3O PIC X(30).
           05 FILLER PIC X(03).
           05 SKU4O PIC X(10).
           05 FILLER PIC X(03).
           05 CAN4O PIC X(5).
           05 FILLER PIC X(03).
           05 PRE4O PIC X(7).
           05 FILLER PIC X(03).
           05 EXI4O PIC X(8).
           05 FILLER PIC X(03).
           05 IMP4O PIC X(13).
           05 FILLER PIC X(03).
           05 AVI4O PIC X(30).
           05 FILLER PIC X(03).
           05 SKU5O PIC X(10).
           05 FILLER PIC X(03).
           05 CAN5O PIC X(5).
           05 FILLER PIC X(03).
           05 PRE5O PIC X(7).
           05 FILLER PIC X(03).
           05 EXI5O PIC X(8).
           05 FILLER PIC X(03).
           05 IMP5O PIC X(13).
           05 FILLER PIC X(03).
           05 AVI5O PIC X(30).
           05 FILLER PIC X(03).
           05 SKU6O PIC X(10).
           05 FILLER PIC X(03).
           05 CAN6O PIC X(5).
           05 FILLER PIC X(03).
           05 PRE6O PIC X(7).
           05 FILLER PIC X(03).
           05 EXI6O PIC X(8).
           05 FILLER PIC X(03).
           05 IMP6O PIC X(13).
           05 FILLER PIC X(03).
           05 AVI6O PIC X(30).
           05 FILLER PIC X(03).
           05 SKU7O PIC X(10).
           05 FILLER PIC X(03).
           05 CAN7O PIC X(5).
           05 FILLER PIC X(03).
           05 PRE7O PIC X(7).
           05 FILLER PIC X(03).
           05 EXI7O PIC X(8).
           05 FILLER PIC X(03).
           05 IMP7O PIC X(13).
           05 FILLER PIC X(03).
           05 AVI7O PIC X(30).
           05 FILLER PIC X(03).
           05 SKU8O PIC X(10).
           05 FILLER PIC X(03).
           05 CAN8O PIC X(5).
           05 FILLER PIC X(03).
           05 PRE8O PIC X(7).
           05 FILLER PIC X(03).
           05 EXI8O PIC X(8).
           05 FILLER PIC X(03).
           05 IMP8O PIC X(13).
           05 FILLER PIC X(03).
           05 AVI8O PIC X(30).
           05 FILLER PIC X(03).
           05 TOTAO PIC X(14).
           05 FILLER PIC X(03).
           05 RESTO PIC X(14).
           05 FILLER PIC X(03).
           05 MSGO  PIC X(79).
