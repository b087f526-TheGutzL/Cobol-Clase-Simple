      *( mapas simbolicos de pantalla 3270 para la consulta de
      *  la cuenta de un cliente (CLIMAP) y el detalle de una de
      *  sus facturas (FACMAP), generados a partir del mapset
      *  CLISET )
       01  CLIMAPI.
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
           05 ESTAL PIC S9(4) COMP.
           05 ESTAF PIC X.
           05 FILLER REDEFINES ESTAF.
               10 ESTAA PIC X.
           05 ESTAI PIC X(12).
           05 DIREL PIC S9(4) COMP.
           05 DIREF PIC X.
           05 FILLER REDEFINES DIREF.
               10 DIREA PIC X.
           05 DIREI PIC X(30).
           05 CIUDL PIC S9(4) COMP.
           05 CIUDF PIC X.
           05 FILLER REDEFINES CIUDF.
               10 CIUDA PIC X.
           05 CIUDI PIC X(20).
           05 CPOSL PIC S9(4) COMP.
           05 CPOSF PIC X.
           05 FILLER REDEFINES CPOSF.
               10 CPOSA PIC X.
           05 CPOSI PIC X(5).
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
           05 PAR1L PIC S9(4) COMP.
           05 PAR1F PIC X.
           05 FILLER REDEFINES PAR1F.
               10 PAR1A PIC X.
           05 PAR1I PIC X(64).
           05 PAR2L PIC S9(4) COMP.
           05 PAR2F PIC X.
           05 FILLER REDEFINES PAR2F.
               10 PAR2A PIC X.
           05 PAR2I PIC X(64).
           05 PAR3L PIC S9(4) COMP.
           05 PAR3F PIC X.
           05 FILLER REDEFINES PAR3F.
               10 PAR3A PIC X.
           05 PAR3I PIC X(64).
           05 PAR4L PIC S9(4) COMP.
           05 PAR4F PIC X.
           05 FILLER REDEFINES PAR4F.
               10 PAR4A PIC X.
           05 PAR4I PIC X(64).
           05 PAR5L PIC S9(4) COMP.
           05 PAR5F PIC X.
           05 FILLER REDEFINES PAR5F.
               10 PAR5A PIC X.
           05 PAR5I PIC X(64).
           05 PAR6L PIC S9(4) COMP.
           05 PAR6F PIC X.
           05 FILLER REDEFINES PAR6F.
               10 PAR6A PIC X.
           05 PAR6I PIC X(64).
           05 PAR7L PIC S9(4) COMP.
           05 PAR7F PIC X.
           05 FILLER REDEFINES PAR7F.
               10 PAR7A PIC X.
           05 PAR7I PIC X(64).
           05 PAR8L PIC S9(4) COMP.
           05 PAR8F PIC X.
           05 FILLER REDEFINES PAR8F.
               10 PAR8A PIC X.
           05 PAR8I PIC X(64).
           05 COB1L PIC S9(4) COMP.
           05 COB1F PIC X.
           05 FILLER REDEFINES COB1F.
               10 COB1A PIC X.
           05 COB1I PIC X(64).
           05 COB2L PIC S9(4) COMP.
           05 COB2F PIC X.
           05 FILLER REDEFINES COB2F.
               10 COB2A PIC X.
           05 COB2I PIC X(64).
           05 COB3L PIC S9(4) COMP.
           05 COB3F PIC X.
           05 FILLER REDEFINES COB3F.
               10 COB3A PIC X.
           05 COB3I PIC X(64).
           05 FACTL PIC S9(4) COMP.
           05 FACTF PIC X.
           05 FILLER REDEFINES FACTF.
               10 FACTA PIC X.
           05 FACTI PIC X(8).
           05 MSGL  PIC S9(4) COMP.
           05 MSGF  PIC X.
           05 FILLER REDEFINES MSGF.
               10 MSGA PIC X.
           05 MSGI  PIC X(79).
       01  CLIMAPO REDEFINES CLIMAPI.
           05 FILLER PIC X(12).
           05 FILLER PIC X(03).
           05 CLIO  PIC X(6).
           05 FILLER PIC X(03).
           05 NOMBO PIC X(30).
           05 FILLER PIC X(03).
           05 ESTAO PIC X(12).
           05 FILLER PIC X(03).
           05 DIREO PIC X(30).
           05 FILLER PIC X(03).
           05 CIUDO PIC X(20).
           05 FILLER PIC X(03).
           05 CPOSO PIC X(5).
           05 FILLER PIC X(03).
           05 LIMIO PIC X(14).
           05 FILLER PIC X(03).
           05 RIESO PIC X(14).
           05 FILLER PIC X(03).
           05 DISPO PIC X(14).
           05 FILLER PIC X(03).
           05 PAR1O PIC X(64).
           05 FILLER PIC X(03).
           05 PAR2O PIC X(64).
           05 FILLER PIC X(03).
           05 PAR3O PIC X(64).
           05 FILLER PIC X(03).
           05 PAR4O PIC X(64).
           05 FILLER PIC X(03).
           05 PAR5O PIC X(64).
           05 FILLER PIC X(03).
           05 PAR6O PIC X(64).
           05 FILLER PIC X(03).
           05 PAR7O PIC X(64).
           05 FILLER PIC X(03).
           05 PAR8O PIC X(64).
           05 FILLER PIC X(03).
           05 COB1O PIC X(64).
           05 FILLER PIC X(03).
           05 COB2O PIC X(64).
           05 FILLER PIC X(03).
           05 COB3O PIC X(64).
           05 FILLER PIC X(03).
           05 FACTO PIC X(8).
           05 FILLER PIC X(03).
           05 MSGO  PIC X(79).
       01  FACMAPI.
           05 FILLER PIC X(12).
           05 FNUML PIC S9(4) COMP.
           05 FNUMF PIC X.
           05 FILLER REDEFINES FNUMF.
               10 FNUMA PIC X.
           05 FNUMI PIC X(8).
           05 FFECL PIC S9(4) COMP.
           05 FFECF PIC X.
           05 FILLER REDEFINES FFECF.
               10 FFECA PIC X.
           05 FFECI PIC X(8).
           05 FPEDL PIC S9(4) COMP.
           05 FPEDF PIC X.
           05 FILLER REDEFINES FPEDF.
               10 FPEDA PIC X.
           05 FPEDI PIC X(6).
           05 FCLIL PIC S9(4) COMP.
           05 FCLIF PIC X.
           05 FILLER REDEFINES FCLIF.
               10 FCLIA PIC X.
           05 FCLII PIC X(40).
           05 FLI1L PIC S9(4) COMP.
           05 FLI1F PIC X.
           05 FILLER REDEFINES FLI1F.
               10 FLI1A PIC X.
           05 FLI1I PIC X(60).
           05 FLI2L PIC S9(4) COMP.
           05 FLI2F PIC X.
           05 FILLER REDEFINES FLI2F.
               10 FLI2A PIC X.
           05 FLI2I PIC X(60).
           05 FLI3L PIC S9(4) COMP.
           05 FLI3F PIC X.
           05 FILLER REDEFINES FLI3F.
               10 FLI3A PIC X.
           05 FLI3I PIC X(60).
           05 FLI4L PIC S9(4) COMP.
           05 FLI4F PIC X.
           05 FILLER REDEFINES FLI4F.
               10 FLI4A PIC X.
           05 FLI4I PIC X(60).
           05 FLI5L PIC S9(4) COMP.
           05 FLI5F PIC X.
           05 FILLER REDEFINES FLI5F.
               10 FLI5A PIC X.
           05 FLI5I PIC X(60).
           05 FLI6L PIC S9(4) COMP.
           05 FLI6F PIC X.
           05 FILLER REDEFINES FLI6F.
               10 FLI6A PIC X.
           05 FLI6I PIC X(60).
           05 FLI7L PIC S9(4) COMP.
           05 FLI7F PIC X.
           05 FILLER REDEFINES FLI7F.
               10 FLI7A PIC X.
           05 FLI7I PIC X(60).
           05 FLI8L PIC S9(4) COMP.
           05 FLI8F PIC X.
           05 FILLER REDEFINES FLI8F.
               10 FLI8A PIC X.
           05 FLI8I PIC X(60).
           05 FLI9L PIC S9(4) COMP.
           05 FLI9F PIC X.
           05 FILLER REDEFINES FLI9F.
               10 FLI9A PIC X.
           05 FLI9I PIC X(60).
           05 FLIAL PIC S9(4) COMP.
           05 FLIAF PIC X.
           05 FILLER REDEFINES FLIAF.
               10 FLIAA PIC X.
           05 FLIAI PIC X(60).
           05 FBASL PIC S9(4) COMP.
           05 FBASF PIC X.
           05 FILLER REDEFINES FBASF.
               10 FBASA PIC X.
           05 FBASI PIC X(14).
           05 FIVAL PIC S9(4) COMP.
           05 FIVAF PIC X.
           05 FILLER REDEFINES FIVAF.
               10 FIVAA PIC X.
           05 FIVAI PIC X(14).
           05 FTOTL PIC S9(4) COMP.
           05 FTOTF PIC X.
           05 FILLER REDEFINES FTOTF.
               10 FTOTA PIC X.
           05 FTOTI PIC X(14).
           05 FPENL PIC S9(4) COMP.
           05 FPENF PIC X.
           05 FILLER REDEFINES FPENF.
               10 FPENA PIC X.
           05 FPENI PIC X(14).
           05 FMSGL PIC S9(4) COMP.
           05 FMSGF PIC X.
           05 FILLER REDEFINES FMSGF.
               10 FMSGA PIC X.
           05 FMSGI PIC X(79).
       01  FACMAPO REDEFINES FACMAPI.
           05 FILLER PIC X(12).
           05 FILLER PIC X(03).
           05 FNUMO PIC X(8).
           05 FILLER PIC X(03).
           05 FFECO PIC X(8).
           05 FILLER PIC X(03).
           05 FPEDO PIC X(6).
           05 FILLER PIC X(03).
           05 FCLIO PIC X(40).
           05 FILLER PIC X(03).
           05 FLI1O PIC X(60).
           05 FILLER PIC X(03).
           05 FLI2O PIC X(60).
           05 FILLER PIC X(03).
           05 FLI3O PIC X(60).
           05 FILLER PIC X(03).
           05 FLI4O PIC X(60).
           05 FILLER PIC X(03).
           05 FLI5O PIC X(60).
           05 FILLER PIC X(03).
           05 FLI6O PIC X(60).
           05 FILLER PIC X(03).
           05 FLI7O PIC X(60).
           05 FILLER PIC X(03).
           05 FLI8O PIC X(60).
           05 FILLER PIC X(03).
           05 FLI9O PIC X(60).
           05 FILLER PIC X(03).
           05 FLIAO PIC X(60).
           05 FILLER PIC X(03).
           05 FBASO PIC X(14).
           05 FILLER PIC X(03).
           05 FIVAO PIC X(14).
           05 FILLER PIC X(03).
           05 FTOTO PIC X(14).
           05 FILLER PIC X(03).
           05 FPENO PIC X(14).
           05 FILLER PIC X(03).
           05 FMSGO PIC X(79).
