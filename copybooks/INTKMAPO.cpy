000100*--------------------------------------------------------------
000200* INTKMAPO.cpy
000300*
000400* SYMBOLIC MAP FOR THE INTKM1 MAP OF MAPSET INTKMAP, AS
000500* PRODUCED BY THE BMS ASSEMBLY OF INTKMAP.bms.  SHIPPED HERE
000600* AS A HAND-MAINTAINED COPY SO INTKMNT COMPILES OUTSIDE A
000700* FULL CICS TRANSLATOR/ASSEMBLER TOOLCHAIN, THE SAME AS
000800* GREETMAPO AND STRMMAPO.  THE DETL FIELD IS CODED WITH
000900* OCCURS=9 IN THE .bms, SO ITS L/F/A/I (AND O) ENTRIES ARE
001000* GENERATED AS A NINE-ENTRY TABLE.
001100*--------------------------------------------------------------
001200*  2026-10-15  MC    ORIGINAL COPYBOOK.
001300*--------------------------------------------------------------
001400 01  INTKM1I.
001500     05  FILLER                  PIC X(12).
001600     05  FUNCL                   PIC S9(04) COMP.
001700     05  FUNCF                   PIC X(01).
001800     05  FILLER REDEFINES FUNCF.
001900         10  FUNCA               PIC X(01).
002000     05  FUNCI                   PIC X(01).
002100     05  INTKNOL                 PIC S9(04) COMP.
002200     05  INTKNOF                 PIC X(01).
002300     05  FILLER REDEFINES INTKNOF.
002400         10  INTKNOA             PIC X(01).
002500     05  INTKNOI                 PIC X(08).
002600     05  REQIDL                  PIC S9(04) COMP.
002700     05  REQIDF                  PIC X(01).
002800     05  FILLER REDEFINES REQIDF.
002900         10  REQIDA              PIC X(01).
003000     05  REQIDI                  PIC X(08).
003100     05  LOCALEL                 PIC S9(04) COMP.
003200     05  LOCALEF                 PIC X(01).
003300     05  FILLER REDEFINES LOCALEF.
003400         10  LOCALEA             PIC X(01).
003500     05  LOCALEI                 PIC X(05).
003600     05  MSGTYPL                 PIC S9(04) COMP.
003700     05  MSGTYPF                 PIC X(01).
003800     05  FILLER REDEFINES MSGTYPF.
003900         10  MSGTYPA             PIC X(01).
004000     05  MSGTYPI                 PIC X(04).
004100     05  DEPTL                   PIC S9(04) COMP.
004200     05  DEPTF                   PIC X(01).
004300     05  FILLER REDEFINES DEPTF.
004400         10  DEPTA               PIC X(01).
004500     05  DEPTI                   PIC X(10).
004600     05  DETLG OCCURS 9 TIMES.
004700         10  DETLL               PIC S9(04) COMP.
004800         10  DETLF               PIC X(01).
004900         10  FILLER REDEFINES DETLF.
005000             15  DETLA           PIC X(01).
005100         10  DETLI               PIC X(78).
005200     05  MSGLL                   PIC S9(04) COMP.
005300     05  MSGLF                   PIC X(01).
005400     05  FILLER REDEFINES MSGLF.
005500         10  MSGLA               PIC X(01).
005600     05  MSGLI                   PIC X(79).
005700 01  INTKM1O REDEFINES INTKM1I.
005800     05  FILLER                  PIC X(12).
005900     05  FILLER                  PIC X(03).
006000     05  FUNCO                   PIC X(01).
006100     05  FILLER                  PIC X(03).
006200     05  INTKNOO                 PIC X(08).
006300     05  FILLER                  PIC X(03).
006400     05  REQIDO                  PIC X(08).
006500     05  FILLER                  PIC X(03).
006600     05  LOCALEO                 PIC X(05).
006700     05  FILLER                  PIC X(03).
006800     05  MSGTYPO                 PIC X(04).
006900     05  FILLER                  PIC X(03).
007000     05  DEPTO                   PIC X(10).
007100     05  DETLDG OCCURS 9 TIMES.
007200         10  FILLER              PIC X(03).
007300         10  DETLO               PIC X(78).
007400     05  FILLER                  PIC X(03).
007500     05  MSGLO                   PIC X(79).
