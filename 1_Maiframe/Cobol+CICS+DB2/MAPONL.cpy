000121*                   (EMPIMSQ): EMPLSEG ROOT FIELDS WITH THE
000122*                   EDUCATION/DEPENDENT CHILD SEGMENTS LISTED
000123*                   BELOW, SCROLLABLE VIA PF8 LIKE TMAP02.
000124* 2026-10-15  RGM   ADD TMAP05 - THE IMS EMPLOYEE UPDATE SCREEN
000125*                   (EMPIMSU): THE SAME ROOT/EDUCATION/DEPENDENT
000126*                   FIELDS AS EMPLOYEE'S BATCH TRANSACTION, EACH
000127*                   WITH ITS FUNCTION WORD, FOR ONE-AT-A-TIME
000128*                   CORRECTIONS, HIRES AND TERMINATIONS.
000120*
000130 01  TMAP011.
000140     05  FILLER                  PIC X(12).
000860         10  QDETLO              PIC X(44).
000870     05  FILLER                  PIC X(03).
000880     05  MSGLINE4O               PIC X(79).
000900*
000910 01  TMAP051.
000920     05  FILLER                  PIC X(12).
000930     05  UROOTFL                 COMP PIC S9(4).
000940     05  UROOTFF                 PICTURE X.
000950     05  FILLER REDEFINES UROOTFF.
000960         10  UROOTFA             PIC X.
000970     05  UROOTFI                 PIC X(08).
000980     05  UEMPNOL                 COMP PIC S9(4).
000990     05  UEMPNOF                 PICTURE X.
001000     05  FILLER REDEFINES UEMPNOF.
001010         10  UEMPNOA             PIC X.
001020     05  UEMPNOI                 PIC X(06).
001030     05  ULNAMEL                 COMP PIC S9(4).
001040     05  ULNAMEF                 PICTURE X.
001050     05  FILLER REDEFINES ULNAMEF.
001060         10  ULNAMEA             PIC X.
001070     05  ULNAMEI                 PIC X(10).
001080     05  UFNAMEL                 COMP PIC S9(4).
001090     05  UFNAMEF                 PICTURE X.
001100     05  FILLER REDEFINES UFNAMEF.
001110         10  UFNAMEA             PIC X.
001120     05  UFNAMEI                 PIC X(06).
001130     05  USSNL                   COMP PIC S9(4).
001140     05  USSNF                   PICTURE X.
001150     05  FILLER REDEFINES USSNF.
001160         10  USSNA               PIC X.
001170     05  USSNI                   PIC X(09).
001180     05  UEDUCFL                 COMP PIC S9(4).
001190     05  UEDUCFF                 PICTURE X.
001200     05  FILLER REDEFINES UEDUCFF.
001210         10  UEDUCFA             PIC X.
001220     05  UEDUCFI                 PIC X(08).
001230     05  UECODEL                 COMP PIC S9(4).
001240     05  UECODEF                 PICTURE X.
001250     05  FILLER REDEFINES UECODEF.
001260         10  UECODEA             PIC X.
001270     05  UECODEI                 PIC X(02).
001280     05  UESCHLL                 COMP PIC S9(4).
001290     05  UESCHLF                 PICTURE X.
001300     05  FILLER REDEFINES UESCHLF.
001310         10  UESCHLA             PIC X.
001320     05  UESCHLI                 PIC X(08).
001330     05  UEDEGRL                 COMP PIC S9(4).
001340     05  UEDEGRF                 PICTURE X.
001350     05  FILLER REDEFINES UEDEGRF.
001360         10  UEDEGRA             PIC X.
001370     05  UEDEGRI                 PIC X(05).
001380     05  UDEPNFL                 COMP PIC S9(4).
001390     05  UDEPNFF                 PICTURE X.
001400     05  FILLER REDEFINES UDEPNFF.
001410         10  UDEPNFA             PIC X.
001420     05  UDEPNFI                 PIC X(08).
001430     05  UDCODEL                 COMP PIC S9(4).
001440     05  UDCODEF                 PICTURE X.
001450     05  FILLER REDEFINES UDCODEF.
001460         10  UDCODEA             PIC X.
001470     05  UDCODEI                 PIC X(02).
001480     05  UDNAMEL                 COMP PIC S9(4).
001490     05  UDNAMEF                 PICTURE X.
001500     05  FILLER REDEFINES UDNAMEF.
001510         10  UDNAMEA             PIC X.
001520     05  UDNAMEI                 PIC X(10).
001530     05  UDRELL                  COMP PIC S9(4).
001540     05  UDRELF                  PICTURE X.
001550     05  FILLER REDEFINES UDRELF.
001560         10  UDRELA              PIC X.
001570     05  UDRELI                  PIC X(01).
001580     05  UDSSNL                  COMP PIC S9(4).
001590     05  UDSSNF                  PICTURE X.
001600     05  FILLER REDEFINES UDSSNF.
001610         10  UDSSNA              PIC X.
001620     05  UDSSNI                  PIC X(09).
001630     05  UDBDTL                  COMP PIC S9(4).
001640     05  UDBDTF                  PICTURE X.
001650     05  FILLER REDEFINES UDBDTF.
001660         10  UDBDTA              PIC X.
001670     05  UDBDTI                  PIC X(08).
001680 01  TMAP050 REDEFINES TMAP051.
001690     05  FILLER                  PIC X(12).
001700     05  FILLER                  PIC X(03).
001710     05  UROOTFO                 PIC X(08).
001720     05  FILLER                  PIC X(03).
001730     05  UEMPNOO                 PIC X(06).
001740     05  FILLER                  PIC X(03).
001750     05  ULNAMEO                 PIC X(10).
001760     05  FILLER                  PIC X(03).
001770     05  UFNAMEO                 PIC X(06).
001780     05  FILLER                  PIC X(03).
001790     05  USSNO                   PIC X(09).
001800     05  FILLER                  PIC X(03).
001810     05  UEDUCFO                 PIC X(08).
001820     05  FILLER                  PIC X(03).
001830     05  UECODEO                 PIC X(02).
001840     05  FILLER                  PIC X(03).
001850     05  UESCHLO                 PIC X(08).
001860     05  FILLER                  PIC X(03).
001870     05  UEDEGRO                 PIC X(05).
001880     05  FILLER                  PIC X(03).
001890     05  UDEPNFO                 PIC X(08).
001900     05  FILLER                  PIC X(03).
001910     05  UDCODEO                 PIC X(02).
001920     05  FILLER                  PIC X(03).
001930     05  UDNAMEO                 PIC X(10).
001940     05  FILLER                  PIC X(03).
001950     05  UDRELO                  PIC X(01).
001960     05  FILLER                  PIC X(03).
001970     05  UDSSNO                  PIC X(09).
001980     05  FILLER                  PIC X(03).
001990     05  UDBDTO                  PIC X(08).
002000     05  FILLER                  PIC X(03).
002010     05  MSGLINE5O               PIC X(79).
