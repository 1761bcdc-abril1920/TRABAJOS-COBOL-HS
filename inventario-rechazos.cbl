000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INVRECH.
000030 AUTHOR. J. ABRIL.
000040 INSTALLATION. DEPTO DE SISTEMAS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* HISTORIAL DE MODIFICACIONES
000090*-----------------------------------------------------------
000100* FECHA       INIC  DESCRIPCION
000110* ----------  ----  ------------------------------------
000120* 2026-10-15  JA    VERSION ORIGINAL. INVENTARIO PERMANENTE
000130*                   DE RECHAZOS DE FECHAS Y EXPO EN
000140*                   INVRECH-MST.DAT. DESPUES DE CADA CORRIDA
000150*                   TERMINADA (SEGUN RUN-CTL) RECOGE SU
000160*                   FECHAS-REJ / EXPO-REJ: UNA CORRIDA
000170*                   NORMAL DA DE ALTA LOS RECHAZOS NUEVOS
000180*                   COMO ABIERTOS; UN REPROCESO ("R" EN EL
000190*                   PRM) MARCA REENVIADO LO QUE SE VOLVIO A
000200*                   RECHAZAR Y RESUELTO LO QUE SE CORRIGIO
000210*                   (RENGLONES DEL RSB QUE YA NO SALEN EN EL
000220*                   REJ). LA LLAVE ES TRABAJO, FECHA DE
000230*                   NEGOCIO ORIGINAL Y NUMERO DE REGISTRO.
000240*                   ESCALA LOS ABIERTOS CON N DIAS HABILES O
000250*                   MAS (INVRECH-PRM.DAT, 5 SI NO HAY) Y
000260*                   ESCRIBE INVRECH-RPT.DAT CON LA
000270*                   ANTIGUEDAD POR CAUSA. LOS CASTIGOS LOS
000280*                   HACE EL SUPERVISOR CON CASTIGA. SE
000290*                   REGISTRA EN RUN-CTL COMO INVRECH; EN
000300*                   MALLA-SEC EL PASO DEBE LLEVAR OTRO
000310*                   NOMBRE Y CORRER DESPUES DE FECHAS Y EXPO
000320*                   Y ANTES DEL CIERRE DEL DIA.
000330* 2026-10-15  JA    COMO SOLO SE RECOGE LA ULTIMA CORRIDA DE
000340*                   CADA TRABAJO, SE CUENTAN LAS CORRIDAS
000350*                   TERMINADAS EN RUN-CTL DESDE LA ULTIMA
000360*                   RECOGIDA; SI ALGUNA QUEDO SIN RECOGER (SUS
000370*                   RECHAZOS YA SE SOBREESCRIBIERON) SE AVISA
000380*                   EN EL REPORTE COMO CORRIDAS SIN RECOGER Y
000390*                   SE TERMINA CON RC 4. MENU LO LLAMA DESPUES
000400*                   DE CADA FECHAS O EXPO QUE LANZA, Y EN
000410*                   MALLA-SEC CONVIENE UN PASO DESPUES DE CADA
000420*                   UNO. FNG-RECORD LLEVA LA NOCHE EN CURSO.
000430* 2026-10-15  JA    EL RENGLON DE RUN-CTL.DAT CRECE AL FINAL
000440*                   CON LA FECHA DE NEGOCIO QUE ANOTA RUNCTL;
000450*                   SE ALARGA EL REGISTRO PARA LEERLO ENTERO.
000460*-----------------------------------------------------------
000470
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. GENERICO.
000510 OBJECT-COMPUTER. GENERICO.
000520
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT INVRECH-PRM ASSIGN TO "INVRECH-PRM.DAT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-PRM-STATUS.
000580
000590     SELECT INVRECH-MST ASSIGN TO "INVRECH-MST.DAT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-INV-STATUS.
000620
000630     SELECT INVRECH-ULT ASSIGN TO "INVRECH-ULT.DAT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-ULT-STATUS.
000660
000670     SELECT INVRECH-RPT ASSIGN TO "INVRECH-RPT.DAT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RPT-STATUS.
000700
000710     SELECT RUN-CTL ASSIGN TO "RUN-CTL.DAT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-CTL-STATUS.
000740
000750     SELECT FECHA-NEG ASSIGN TO "FECHA-NEG.DAT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-FNG-STATUS.
000780
000790     SELECT FECHAS-HOL ASSIGN TO "FECHAS-HOL.DAT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-HOL-STATUS.
000820
000830     SELECT RECHAZOS ASSIGN USING WS-REJ-NOMBRE
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-REJ-STATUS.
000860
000870     SELECT REENVIO ASSIGN USING WS-RSB-NOMBRE
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-RSB-STATUS.
000900
000910     SELECT PARAMETRO ASSIGN USING WS-TPRM-NOMBRE
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-TPRM-STATUS.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970*-----------------------------------------------------------
000980* PRM-RECORD:
000990*   POS 01-03 PRM-DIAS-ESCALA     DIAS HABILES ABIERTO PARA
001000*                                 ESCALAR (001-999).
001010*   POS 05-07 PRM-DIAS-RETENCION  DIAS NATURALES QUE SE
001020*                                 CONSERVA UNA ENTRADA YA
001030*                                 RESUELTA O CASTIGADA.
001040*-----------------------------------------------------------
001050 FD  INVRECH-PRM.
001060 01  PRM-RECORD.
001070     05 PRM-DIAS-ESCALA          PIC 9(03).
001080     05 FILLER                   PIC X(01).
001090     05 PRM-DIAS-RETENCION       PIC 9(03).
001100
001110*-----------------------------------------------------------
001120* INV-RECORD: UNA ENTRADA POR RECHAZO.
001130*   POS 01-08  INV-TRABAJO     FECHAS O EXPO.
001140*   POS 10-17  INV-FECHA-NEG   FECHA DE NEGOCIO DEL RECHAZO.
001150*   POS 19-25  INV-RECNO       NUMERO DE REGISTRO DE ENTRADA.
001160*   POS 27-28  INV-CAUSA       CAUSA ORIGINAL DEL RECHAZO.
001170*   POS 30     INV-ESTADO      A ABIERTO, R REENVIADO (SE
001180*                              REPROCESO Y SE VOLVIO A
001190*                              RECHAZAR), S RESUELTO, C
001200*                              CASTIGADO.
001210*   POS 32-50  INV-DATOS       REGISTRO ORIGINAL TAL CUAL.
001220*   POS 52-53  INV-CAUSA-ULT   CAUSA DEL ULTIMO RECHAZO.
001230*   POS 55-56  INV-INTENTOS    REPROCESOS FALLIDOS.
001240*   POS 58-65  INV-FECHA-EDO   FECHA DE NEGOCIO DEL ESTADO.
001250*   POS 67-69  INV-DIAS        DIAS HABILES ABIERTO.
001260*   POS 71     INV-ESCALADO    "E" SI YA SE ESCALO.
001270*   POS 73-80  INV-FECHA-ESC   FECHA EN QUE SE ESCALO.
001280*   POS 82-89  INV-USUARIO     SUPERVISOR QUE LO CASTIGO.
001290*   POS 91-130 INV-MOTIVO      MOTIVO DEL CASTIGO.
001300* LA MISMA TRAZA LA LEE Y LA REESCRIBE CASTIGA.
001310*-----------------------------------------------------------
001320 FD  INVRECH-MST.
001330 01  INV-RECORD.
001340     05 INV-TRABAJO              PIC X(08).
001350     05 FILLER                   PIC X(01).
001360     05 INV-FECHA-NEG            PIC 9(08).
001370     05 FILLER                   PIC X(01).
001380     05 INV-RECNO                PIC 9(07).
001390     05 FILLER                   PIC X(01).
001400     05 INV-CAUSA                PIC X(02).
001410     05 FILLER                   PIC X(01).
001420     05 INV-ESTADO               PIC X(01).
001430     05 FILLER                   PIC X(01).
001440     05 INV-DATOS                PIC X(19).
001450     05 FILLER                   PIC X(01).
001460     05 INV-CAUSA-ULT            PIC X(02).
001470     05 FILLER                   PIC X(01).
001480     05 INV-INTENTOS             PIC 9(02).
001490     05 FILLER                   PIC X(01).
001500     05 INV-FECHA-EDO            PIC 9(08).
001510     05 FILLER                   PIC X(01).
001520     05 INV-DIAS                 PIC 9(03).
001530     05 FILLER                   PIC X(01).
001540     05 INV-ESCALADO             PIC X(01).
001550     05 FILLER                   PIC X(01).
001560     05 INV-FECHA-ESC            PIC 9(08).
001570     05 FILLER                   PIC X(01).
001580     05 INV-USUARIO              PIC X(08).
001590     05 FILLER                   PIC X(01).
001600     05 INV-MOTIVO               PIC X(40).
001610
001620*-----------------------------------------------------------
001630* ULT-RECORD: ULTIMA CORRIDA RECOGIDA DE CADA TRABAJO (SU
001640* INICIO EN RUN-CTL), PARA NO RECOGER DOS VECES LA MISMA.
001650*-----------------------------------------------------------
001660 FD  INVRECH-ULT.
001670 01  ULT-RECORD.
001680     05 ULT-TRABAJO              PIC X(08).
001690     05 FILLER                   PIC X(01).
001700     05 ULT-INICIO               PIC X(19).
001710
001720 FD  INVRECH-RPT.
001730 01  RPT-RECORD                  PIC X(80).
001740
001750*-----------------------------------------------------------
001760* CTL-RECORD: MISMA TRAZA QUE EN EL SUBPROGRAMA RUNCTL.
001770*-----------------------------------------------------------
001780 FD  RUN-CTL.
001790 01  CTL-RECORD.
001800     05 CTL-TRABAJO              PIC X(08).
001810     05 FILLER                   PIC X(01).
001820     05 CTL-INICIO               PIC X(19).
001830     05 FILLER                   PIC X(01).
001840     05 CTL-FIN                  PIC X(19).
001850     05 FILLER                   PIC X(01).
001860     05 CTL-ESTADO               PIC X(08).
001870     05 FILLER                   PIC X(01).
001880     05 CTL-REGISTROS            PIC 9(07).
001890     05 FILLER                   PIC X(01).
001900     05 CTL-RETCODE              PIC 9(03).
001910     05 FILLER                   PIC X(01).
001920     05 CTL-OPERADOR             PIC X(08).
001930     05 FILLER                   PIC X(01).
001940     05 CTL-MOTIVO               PIC X(40).
001950     05 FILLER                   PIC X(01).
001960     05 CTL-FECHA-NEG            PIC X(08).
001970
001980*-----------------------------------------------------------
001990* FNG-RECORD: MISMA TRAZA QUE EN FECNEG. SE LEE DIRECTO, COMO
002000* EN FINDIA, PORQUE ADEMAS DE LA FECHA SE NECESITA EL
002010* CALENDARIO CON QUE SE CUENTAN LOS DIAS HABILES.
002020*-----------------------------------------------------------
002030 FD  FECHA-NEG.
002040 01  FNG-RECORD.
002050     05 FNG-ACTUAL               PIC 9(08).
002060     05 FILLER                   PIC X(01).
002070     05 FNG-ANTERIOR             PIC 9(08).
002080     05 FILLER                   PIC X(01).
002090     05 FNG-SIGUIENTE            PIC 9(08).
002100     05 FILLER                   PIC X(01).
002110     05 FNG-CAL                  PIC X(02).
002120     05 FILLER                   PIC X(01).
002130     05 FNG-MALLA                PIC 9(08).
002140     05 FILLER                   PIC X(01).
002150     05 FNG-NOCHE                PIC 9(08).
002160
002170 FD  FECHAS-HOL.
002180 01  HOL-RECORD.
002190     05 HOL-FECHA                PIC 9(08).
002200     05 HOL-DESC                 PIC X(30).
002210     05 HOL-CAL                  PIC X(04).
002220
002230*-----------------------------------------------------------
002240* RECHAZOS Y REENVIO: FECHAS-REJ/EXPO-REJ Y FECHAS-RSB/
002250* EXPO-RSB. EL REGISTRO ORIGINAL MIDE 19 EN FECHAS Y 12 EN
002260* EXPO; DESPUES VIENEN CAUSA, NUMERO DE REGISTRO Y FECHA DE
002270* NEGOCIO, SEPARADOS POR UN BLANCO.
002280*-----------------------------------------------------------
002290 FD  RECHAZOS.
002300 01  REJ-RECORD                  PIC X(40).
002310
002320 FD  REENVIO.
002330 01  RSB-RECORD                  PIC X(40).
002340
002350 FD  PARAMETRO.
002360 01  TPRM-RECORD.
002370     05 TPRM-MODO                PIC X(01).
002380        88 TPRM-REPROCESO                  VALUE "R".
002390
002400 WORKING-STORAGE SECTION.
002410*-----------------------------------------------------------
002420* INDICADORES DE ESTADO DE ARCHIVO
002430*-----------------------------------------------------------
002440 01  WS-FILE-STATUSES.
002450     05 WS-PRM-STATUS            PIC X(02) VALUE "00".
002460     05 WS-INV-STATUS            PIC X(02) VALUE "00".
002470     05 WS-ULT-STATUS            PIC X(02) VALUE "00".
002480     05 WS-RPT-STATUS            PIC X(02) VALUE "00".
002490     05 WS-CTL-STATUS            PIC X(02) VALUE "00".
002500     05 WS-FNG-STATUS            PIC X(02) VALUE "00".
002510     05 WS-HOL-STATUS            PIC X(02) VALUE "00".
002520     05 WS-REJ-STATUS            PIC X(02) VALUE "00".
002530     05 WS-RSB-STATUS            PIC X(02) VALUE "00".
002540     05 WS-TPRM-STATUS           PIC X(02) VALUE "00".
002550
002560*-----------------------------------------------------------
002570* SWITCHES
002580*-----------------------------------------------------------
002590 01  WS-SWITCHES.
002600     05 WS-EOF-SW                PIC X(01) VALUE "N".
002610        88 WS-EOF                          VALUE "Y".
002620     05 WS-REPROCESO-SW          PIC X(01) VALUE "N".
002630        88 WS-REPROCESO                    VALUE "Y".
002640     05 WS-LLAVE-SW              PIC X(01) VALUE "N".
002650        88 WS-HAY-LLAVE                    VALUE "Y".
002660     05 WS-DIA-SW                PIC X(01) VALUE "N".
002670        88 WS-DIA-HABIL                    VALUE "Y".
002680        88 WS-DIA-NO-HABIL                 VALUE "N".
002690     05 WS-FESTIVO-SW            PIC X(01) VALUE "N".
002700        88 WS-FESTIVO                      VALUE "Y".
002710
002720*-----------------------------------------------------------
002730* CONTADORES Y CAMPOS DE TRABAJO
002740*-----------------------------------------------------------
002750 77  WS-DIAS-ESCALA              PIC 9(03) VALUE 5.
002760 77  WS-DIAS-RETENCION           PIC 9(03) VALUE 90.
002770 77  WS-FECHA-NEG                PIC 9(08) VALUE ZERO.
002780 77  WS-CAL                      PIC X(02) VALUE SPACE.
002790 77  WS-TRABAJO                  PIC X(08) VALUE "INVRECH".
002800 77  WS-TRAB-IDX                 PIC 9(01) COMP VALUE ZERO.
002810 77  WS-LARGO                    PIC 9(02) VALUE ZERO.
002820 77  WS-INV-TALLY                PIC 9(05) COMP VALUE ZERO.
002830 77  WS-IDX                      PIC 9(05) COMP VALUE ZERO.
002840 77  WS-POS                      PIC 9(05) COMP VALUE ZERO.
002850 77  WS-ENC-IDX                  PIC 9(05) COMP VALUE ZERO.
002860 77  WS-HOL-TALLY                PIC 9(05) COMP VALUE ZERO.
002870 77  WS-HOL-IDX                  PIC 9(05) COMP VALUE ZERO.
002880 77  WS-REN-IDX                  PIC 9(02) COMP VALUE ZERO.
002890 77  WS-COL-IDX                  PIC 9(02) COMP VALUE ZERO.
002900 77  WS-CTL-INICIO               PIC X(19) VALUE SPACE.
002910 77  WS-CTL-ESTADO               PIC X(08) VALUE SPACE.
002920 77  WS-MODO-TEXTO               PIC X(24) VALUE SPACE.
002930 77  WS-REJ-NOMBRE               PIC X(40) VALUE SPACE.
002940 77  WS-RSB-NOMBRE               PIC X(40) VALUE SPACE.
002950 77  WS-TPRM-NOMBRE              PIC X(40) VALUE SPACE.
002960 77  WS-ROLL-INT                 PIC 9(09) COMP VALUE ZERO.
002970 77  WS-FIN-INT                  PIC 9(09) COMP VALUE ZERO.
002980 77  WS-DAY-NUM                  PIC 9(01) COMP VALUE ZERO.
002990 77  WS-WORK-DATE                PIC 9(08) VALUE ZERO.
003000 77  WS-DIAS                     PIC 9(03) VALUE ZERO.
003010 77  WS-CACHE-FECHA              PIC 9(08) VALUE ZERO.
003020 77  WS-CACHE-DIAS               PIC 9(03) VALUE ZERO.
003030 77  WS-RC                       PIC 9(02) VALUE ZERO.
003040
003050*-----------------------------------------------------------
003060* CIFRAS DE LA RECOLECCION DE CADA TRABAJO Y DEL INVENTARIO
003070*-----------------------------------------------------------
003080 77  WS-NUEVOS                   PIC 9(07) COMP VALUE ZERO.
003090 77  WS-REPETIDOS                PIC 9(07) COMP VALUE ZERO.
003100 77  WS-RESUELTOS                PIC 9(07) COMP VALUE ZERO.
003110 77  WS-REENVIADOS               PIC 9(07) COMP VALUE ZERO.
003120 77  WS-SIN-ENTRADA              PIC 9(07) COMP VALUE ZERO.
003130 77  WS-SIN-LLAVE                PIC 9(07) COMP VALUE ZERO.
003140 77  WS-TOT-ABIERTOS             PIC 9(07) COMP VALUE ZERO.
003150 77  WS-TOT-REENVIADOS           PIC 9(07) COMP VALUE ZERO.
003160 77  WS-TOT-RESUELTOS            PIC 9(07) COMP VALUE ZERO.
003170 77  WS-TOT-CASTIGADOS           PIC 9(07) COMP VALUE ZERO.
003180 77  WS-TOT-DEPURADOS            PIC 9(07) COMP VALUE ZERO.
003190 77  WS-TOT-ESCALADOS            PIC 9(07) COMP VALUE ZERO.
003200 77  WS-NUEVOS-ESCALADOS         PIC 9(07) COMP VALUE ZERO.
003210*    CORRIDAS TERMINADAS DEL TRABAJO DESDE LA ULTIMA RECOGIDA
003220*    QUE NO SE RECOGEN (NO SON LA ULTIMA), Y SU TOTAL.
003230 77  WS-SIN-RECOGER              PIC 9(05) COMP VALUE ZERO.
003240 77  WS-TOT-SIN-RECOGER          PIC 9(05) COMP VALUE ZERO.
003250 77  WS-SIN-RECOGER-ED           PIC ZZZZ9.
003260
003270*-----------------------------------------------------------
003280* TRABAJOS CUYOS RECHAZOS SE RECOGEN: NOMBRE EN RUN-CTL,
003290* LARGO DEL REGISTRO ORIGINAL Y SUS ARCHIVOS.
003300*-----------------------------------------------------------
003310 01  WS-TRAB-VALORES.
003320     05 FILLER                   PIC X(52) VALUE
003330        "FECHAS  19FECHAS-REJ.DATFECHAS-RSB.DATFECHAS-PRM.DAT".
003340     05 FILLER                   PIC X(52) VALUE
003350        "EXPO    12EXPO-REJ.DAT  EXPO-RSB.DAT  EXPO-PRM.DAT  ".
003360 01  WS-TRABAJOS REDEFINES WS-TRAB-VALORES.
003370     05 WS-TRAB                  OCCURS 2 TIMES.
003380         10 WS-TRAB-NOMBRE       PIC X(08).
003390         10 WS-TRAB-LARGO        PIC 9(02).
003400         10 WS-TRAB-REJ          PIC X(14).
003410         10 WS-TRAB-RSB          PIC X(14).
003420         10 WS-TRAB-PRM          PIC X(14).
003430
003440*-----------------------------------------------------------
003450* ULTIMA CORRIDA RECOGIDA DE CADA TRABAJO, EN EL ORDEN DE
003460* WS-TRAB.
003470*-----------------------------------------------------------
003480 01  WS-ULTIMAS.
003490     05 WS-ULT-INICIO            PIC X(19) OCCURS 2 TIMES.
003500
003510*-----------------------------------------------------------
003520* RENGLON DE RECHAZOS O DE REENVIO, SEPARADO EN SUS PARTES.
003530*-----------------------------------------------------------
003540 01  WS-LINEA                    PIC X(40) VALUE SPACE.
003550 01  WS-PIEZAS.
003560     05 WS-PZ-DATOS              PIC X(19).
003570     05 WS-PZ-CAUSA              PIC X(02).
003580     05 WS-PZ-RECNO-X            PIC X(07).
003590     05 WS-PZ-RECNO REDEFINES WS-PZ-RECNO-X
003600                                 PIC 9(07).
003610     05 WS-PZ-FECHA-X            PIC X(08).
003620     05 WS-PZ-FECHA REDEFINES WS-PZ-FECHA-X
003630                                 PIC 9(08).
003640 77  WS-POS-CAUSA                PIC 9(02) VALUE ZERO.
003650 77  WS-POS-RECNO                PIC 9(02) VALUE ZERO.
003660 77  WS-POS-FECHA                PIC 9(02) VALUE ZERO.
003670
003680*-----------------------------------------------------------
003690* COPIA DEL INVENTARIO. WS-INV-MARCA SOLO VIVE EN MEMORIA:
003700* MARCA LAS ENTRADAS QUE SALIERON EN EL REJ DE UN REPROCESO.
003710*-----------------------------------------------------------
003720 01  WS-INV-TABLE.
003730     05 WS-INV-ENTRY             OCCURS 5000 TIMES.
003740         10 WS-INV-TRABAJO       PIC X(08).
003750         10 WS-INV-FECHA         PIC 9(08).
003760         10 WS-INV-RECNO         PIC 9(07).
003770         10 WS-INV-CAUSA         PIC X(02).
003780         10 WS-INV-ESTADO        PIC X(01).
003790            88 WS-INV-ABIERTO              VALUE "A".
003800            88 WS-INV-REENVIADO            VALUE "R".
003810            88 WS-INV-RESUELTO             VALUE "S".
003820            88 WS-INV-CASTIGADO            VALUE "C".
003830            88 WS-INV-PENDIENTE            VALUE "A" "R".
003840         10 WS-INV-DATOS         PIC X(19).
003850         10 WS-INV-CAUSA-ULT     PIC X(02).
003860         10 WS-INV-INTENTOS      PIC 9(02).
003870         10 WS-INV-FECHA-EDO     PIC 9(08).
003880         10 WS-INV-DIAS          PIC 9(03).
003890         10 WS-INV-ESCALADO      PIC X(01).
003900         10 WS-INV-FECHA-ESC     PIC 9(08).
003910         10 WS-INV-USUARIO       PIC X(08).
003920         10 WS-INV-MOTIVO        PIC X(40).
003930         10 WS-INV-MARCA         PIC X(01).
003940
003950*-----------------------------------------------------------
003960* TABLA DE DIAS FESTIVOS, CARGADA DE FECHAS-HOL
003970*-----------------------------------------------------------
003980 01  WS-HOLIDAY-TABLE.
003990     05 WS-HOLIDAY-ENTRY         OCCURS 366 TIMES.
004000         10 WS-HOL-FECHA-E       PIC 9(08).
004010         10 WS-HOL-CAL-E         PIC X(04).
004020
004030*-----------------------------------------------------------
004040* RENGLONES DE ANTIGUEDAD: TRABAJO, CAUSA Y DESCRIPCION. EL
004050* ULTIMO JUNTA LAS CAUSAS QUE NO ESTAN EN LA LISTA. CADA
004060* RENGLON ACUMULA CINCO RANGOS DE DIAS HABILES Y EL TOTAL.
004070*-----------------------------------------------------------
004080 01  WS-REN-VALORES.
004090     05 FILLER                   PIC X(34) VALUE
004100        "FECHAS  01FECH1 INVALIDA".
004110     05 FILLER                   PIC X(34) VALUE
004120        "FECHAS  02FECH2 INVALIDA".
004130     05 FILLER                   PIC X(34) VALUE
004140        "FECHAS  03MODO DESCONOCIDO".
004150     05 FILLER                   PIC X(34) VALUE
004160        "FECHAS  04CALENDARIO DESCONOCIDO".
004170     05 FILLER                   PIC X(34) VALUE
004180        "EXPO    01BASE NEG. EXP. NO ENTERO".
004190     05 FILLER                   PIC X(34) VALUE
004200        "EXPO    02BASE CERO EXP. NEGATIVO".
004210     05 FILLER                   PIC X(34) VALUE
004220        "EXPO    03DESBORDAMIENTO".
004230     05 FILLER                   PIC X(34) VALUE
004240        "          OTRAS CAUSAS".
004250 01  WS-RENGLONES REDEFINES WS-REN-VALORES.
004260     05 WS-REN                   OCCURS 8 TIMES.
004270         10 WS-REN-TRABAJO       PIC X(08).
004280         10 WS-REN-CAUSA         PIC X(02).
004290         10 WS-REN-DESC          PIC X(24).
004300
004310 01  WS-ANTIGUEDAD.
004320     05 WS-ANT-RENGLON           OCCURS 9 TIMES.
004330         10 WS-ANT-CUENTA        PIC 9(05) COMP
004340                                 OCCURS 6 TIMES.
004350
004360*-----------------------------------------------------------
004370* RENGLONES DEL REPORTE
004380*-----------------------------------------------------------
004390 01  WS-ANT-TITULO.
004400     05 FILLER                   PIC X(36) VALUE
004410        "TRABAJO  CAUSA".
004420     05 FILLER                   PIC X(42) VALUE
004430        "    0-2    3-5   6-10  11-20    21+  TOTAL".
004440
004450 01  WS-ANT-LINEA.
004460     05 WAL-TRABAJO              PIC X(08).
004470     05 FILLER                   PIC X(01) VALUE SPACE.
004480     05 WAL-CAUSA                PIC X(02).
004490     05 FILLER                   PIC X(01) VALUE SPACE.
004500     05 WAL-DESC                 PIC X(24).
004510     05 WAL-COLUMNA              OCCURS 6 TIMES.
004520         10 FILLER               PIC X(01).
004530         10 WAL-CUENTA           PIC Z(05)9.
004540
004550 01  WS-ESC-TITULO                PIC X(80) VALUE
004560        "TRABAJO  FECHA     NUMERO CA ESTADO    DIA  DATOS".
004570
004580 01  WS-ESC-LINEA.
004590     05 WEL-TRABAJO              PIC X(08).
004600     05 FILLER                   PIC X(01) VALUE SPACE.
004610     05 WEL-FECHA                PIC 9(08).
004620     05 FILLER                   PIC X(01) VALUE SPACE.
004630     05 WEL-RECNO                PIC Z(06)9.
004640     05 FILLER                   PIC X(01) VALUE SPACE.
004650     05 WEL-CAUSA                PIC X(02).
004660     05 FILLER                   PIC X(01) VALUE SPACE.
004670     05 WEL-ESTADO               PIC X(09).
004680     05 FILLER                   PIC X(01) VALUE SPACE.
004690     05 WEL-DIAS                 PIC ZZ9.
004700     05 FILLER                   PIC X(02) VALUE SPACE.
004710     05 WEL-DATOS                PIC X(19).
004720     05 FILLER                   PIC X(01) VALUE SPACE.
004730     05 WEL-NUEVO                PIC X(06).
004740     05 FILLER                   PIC X(10) VALUE SPACE.
004750
004760 01  WS-RPT-DET.
004770     05 WRD-LABEL                PIC X(38).
004780     05 WRD-COUNT                PIC Z(06)9.
004790     05 FILLER                   PIC X(35) VALUE SPACE.
004800
004810 01  WS-RPT-TEXT                 PIC X(80) VALUE SPACE.
004820 77  WS-DIAS-ED                  PIC ZZ9.
004830
004840 01  WS-TIMESTAMP.
004850     05 WTS-DATE                 PIC 9(08).
004860     05 WTS-TIME                 PIC 9(08).
004870     05 WTS-DIFF                 PIC X(09) VALUE SPACE.
004880
004890 01  WS-TIMESTAMP-DISPLAY.
004900     05 WTD-YEAR                 PIC 9(04).
004910     05 WTD-DASH1                PIC X(01) VALUE "-".
004920     05 WTD-MONTH                PIC 9(02).
004930     05 WTD-DASH2                PIC X(01) VALUE "-".
004940     05 WTD-DAY                  PIC 9(02).
004950     05 WTD-SPACE                PIC X(01) VALUE SPACE.
004960     05 WTD-HOUR                 PIC 9(02).
004970     05 WTD-COLON1               PIC X(01) VALUE ":".
004980     05 WTD-MIN                  PIC 9(02).
004990     05 WTD-COLON2               PIC X(01) VALUE ":".
005000     05 WTD-SEC                  PIC 9(02).
005010
005020*-----------------------------------------------------------
005030* AREA DE COMUNICACION CON EL SUBPROGRAMA RUNCTL
005040*-----------------------------------------------------------
005050 01  WS-RUNCTL-PARAM.
005060     05 WRC-FUNCION              PIC X(03).
005070     05 WRC-TRABAJO              PIC X(08).
005080     05 WRC-ESTADO               PIC X(08).
005090     05 WRC-REGISTROS            PIC 9(07).
005100     05 WRC-RETCODE              PIC 9(03).
005110     05 WRC-RESULT               PIC X(02).
005120
005130 PROCEDURE DIVISION.
005140*-----------------------------------------------------------
005150* 0000-MAINLINE
005160* RECOGE LOS RECHAZOS DE LA ULTIMA CORRIDA DE CADA TRABAJO,
005170* CALCULA ANTIGUEDADES Y ESCALA, GRABA EL INVENTARIO Y
005180* TERMINA EL REPORTE.
005190*-----------------------------------------------------------
005200 0000-MAINLINE.
005210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005220     MOVE ZERO TO WS-TRAB-IDX.
005230     PERFORM 2000-RECOGE-TRABAJO THRU 2000-EXIT 2 TIMES.
005240     PERFORM 3000-ANTIGUEDAD THRU 3000-EXIT.
005250     PERFORM 4000-GRABA-INVENTARIO THRU 4000-EXIT.
005260     PERFORM 4500-GRABA-ULTIMAS THRU 4500-EXIT.
005270     PERFORM 5000-REPORTE THRU 5000-EXIT.
005280     PERFORM 8000-TERMINATE THRU 8000-EXIT.
005290     GOBACK.
005300
005310*-----------------------------------------------------------
005320* 1000-INITIALIZE
005330* SE REGISTRA EN RUN-CTL ANTES DE TOCAR EL INVENTARIO (CASTIGA
005340* NO LO REESCRIBE MIENTRAS ESTA CORRIDA ESTE ACTIVA), TOMA LA
005350* FECHA DE NEGOCIO, LOS PARAMETROS, LOS FESTIVOS, EL
005360* INVENTARIO Y LAS ULTIMAS CORRIDAS RECOGIDAS.
005370*-----------------------------------------------------------
005380 1000-INITIALIZE.
005390     MOVE "REG"      TO WRC-FUNCION.
005400     MOVE WS-TRABAJO TO WRC-TRABAJO.
005410     MOVE SPACE      TO WRC-ESTADO.
005420     MOVE ZERO       TO WRC-REGISTROS WRC-RETCODE.
005430     CALL "RUNCTL" USING WS-RUNCTL-PARAM.
005440     IF WRC-RESULT = "90"
005450         DISPLAY "INVRECH: YA HAY UNA CORRIDA ACTIVA DE INVRECH, "
005460             "NO SE INICIA."
005470         MOVE 12 TO RETURN-CODE
005480         GOBACK
005490     END-IF.
005500
005510     PERFORM 1100-LEE-FECHA-NEG THRU 1100-EXIT.
005520
005530     OPEN INPUT INVRECH-PRM.
005540     IF WS-PRM-STATUS = "00"
005550         READ INVRECH-PRM
005560             AT END
005570                 CONTINUE
005580             NOT AT END
005590                 IF PRM-DIAS-ESCALA IS NUMERIC
005600                     AND PRM-DIAS-ESCALA > ZERO
005610                     MOVE PRM-DIAS-ESCALA TO WS-DIAS-ESCALA
005620                 END-IF
005630                 IF PRM-DIAS-RETENCION IS NUMERIC
005640                     MOVE PRM-DIAS-RETENCION TO WS-DIAS-RETENCION
005650                 END-IF
005660         END-READ
005670         CLOSE INVRECH-PRM
005680     ELSE
005690         DISPLAY "INVRECH: SIN INVRECH-PRM.DAT, SE ESCALA A LOS "
005700             WS-DIAS-ESCALA " DIAS HABILES."
005710     END-IF.
005720
005730     PERFORM 1200-CARGA-FESTIVOS THRU 1200-EXIT.
005740     PERFORM 1300-CARGA-INVENTARIO THRU 1300-EXIT.
005750     PERFORM 1400-CARGA-ULTIMAS THRU 1400-EXIT.
005760
005770     OPEN OUTPUT INVRECH-RPT.
005780     IF WS-RPT-STATUS NOT = "00"
005790         DISPLAY "INVRECH: NO SE PUDO ABRIR INVRECH-RPT.DAT "
005800             WS-RPT-STATUS
005810         GO TO 9999-ABEND
005820     END-IF.
005830     PERFORM 7600-BUILD-TIMESTAMP THRU 7600-EXIT.
005840     MOVE ALL "=" TO WS-RPT-TEXT.
005850     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
005860     MOVE "INVRECH - INVENTARIO DE RECHAZOS" TO WS-RPT-TEXT.
005870     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
005880     MOVE WS-DIAS-ESCALA TO WS-DIAS-ED.
005890     STRING "FECHA: " DELIMITED BY SIZE
005900         WS-TIMESTAMP-DISPLAY DELIMITED BY SIZE
005910         "  SE ESCALA A LOS " DELIMITED BY SIZE
005920         WS-DIAS-ED DELIMITED BY SIZE
005930         " DIAS HABILES" DELIMITED BY SIZE
005940         INTO WS-RPT-TEXT.
005950     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
005960     MOVE ALL "-" TO WS-RPT-TEXT.
005970     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
005980     MOVE "RECOLECCION:" TO WS-RPT-TEXT.
005990     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
006000 1000-EXIT.
006010     EXIT.
006020
006030*-----------------------------------------------------------
006040* 1100-LEE-FECHA-NEG
006050* SIN FECHA-NEG.DAT SE USA LA FECHA DEL SISTEMA Y CUENTAN
006060* TODOS LOS FESTIVOS.
006070*-----------------------------------------------------------
006080 1100-LEE-FECHA-NEG.
006090     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
006100     MOVE WTS-DATE TO WS-FECHA-NEG.
006110     MOVE SPACE TO WS-CAL.
006120     OPEN INPUT FECHA-NEG.
006130     IF WS-FNG-STATUS NOT = "00"
006140         DISPLAY "INVRECH: SIN FECHA-NEG.DAT, SE USA LA "
006150             "FECHA DEL SISTEMA."
006160         GO TO 1100-EXIT
006170     END-IF.
006180     READ FECHA-NEG
006190         AT END
006200             MOVE SPACE TO FNG-RECORD
006210     END-READ.
006220     CLOSE FECHA-NEG.
006230     IF FNG-ACTUAL NOT NUMERIC
006240         OR FUNCTION TEST-DATE-YYYYMMDD (FNG-ACTUAL) NOT = ZERO
006250         DISPLAY "INVRECH: FECHA-NEG.DAT ILEGIBLE, SE USA "
006260             "LA FECHA DEL SISTEMA."
006270         GO TO 1100-EXIT
006280     END-IF.
006290     MOVE FNG-ACTUAL TO WS-FECHA-NEG.
006300     MOVE FNG-CAL    TO WS-CAL.
006310 1100-EXIT.
006320     EXIT.
006330
006340*-----------------------------------------------------------
006350* 1200-CARGA-FESTIVOS
006360* SIN FECHAS-HOL.DAT SOLO CUENTAN LOS FINES DE SEMANA.
006370*-----------------------------------------------------------
006380 1200-CARGA-FESTIVOS.
006390     MOVE ZERO TO WS-HOL-TALLY.
006400     MOVE "N" TO WS-EOF-SW.
006410     OPEN INPUT FECHAS-HOL.
006420     IF WS-HOL-STATUS NOT = "00"
006430         GO TO 1200-EXIT
006440     END-IF.
006450     PERFORM 1210-LEE-FESTIVO THRU 1210-EXIT
006460         UNTIL WS-EOF.
006470     CLOSE FECHAS-HOL.
006480 1200-EXIT.
006490     EXIT.
006500
006510 1210-LEE-FESTIVO.
006520     READ FECHAS-HOL
006530         AT END
006540             SET WS-EOF TO TRUE
006550             GO TO 1210-EXIT
006560     END-READ.
006570     IF WS-HOL-TALLY >= 366
006580         DISPLAY "INVRECH: TABLA DE FESTIVOS LLENA, SE IGNORA "
006590             HOL-FECHA
006600         GO TO 1210-EXIT
006610     END-IF.
006620     ADD 1 TO WS-HOL-TALLY.
006630     MOVE HOL-FECHA TO WS-HOL-FECHA-E (WS-HOL-TALLY).
006640     MOVE HOL-CAL   TO WS-HOL-CAL-E (WS-HOL-TALLY).
006650 1210-EXIT.
006660     EXIT.
006670
006680*-----------------------------------------------------------
006690* 1300-CARGA-INVENTARIO
006700* LA PRIMERA VEZ NO HAY INVENTARIO Y SE EMPIEZA VACIO.
006710*-----------------------------------------------------------
006720 1300-CARGA-INVENTARIO.
006730     MOVE ZERO TO WS-INV-TALLY.
006740     MOVE "N" TO WS-EOF-SW.
006750     OPEN INPUT INVRECH-MST.
006760     IF WS-INV-STATUS NOT = "00"
006770         DISPLAY "INVRECH: SIN INVRECH-MST.DAT, SE EMPIEZA UN "
006780             "INVENTARIO NUEVO."
006790         GO TO 1300-EXIT
006800     END-IF.
006810     PERFORM 1310-LEE-INVENTARIO THRU 1310-EXIT
006820         UNTIL WS-EOF.
006830     CLOSE INVRECH-MST.
006840 1300-EXIT.
006850     EXIT.
006860
006870 1310-LEE-INVENTARIO.
006880     READ INVRECH-MST
006890         AT END
006900             SET WS-EOF TO TRUE
006910             GO TO 1310-EXIT
006920     END-READ.
006930     IF WS-INV-TALLY >= 5000
006940         DISPLAY "INVRECH: INVENTARIO LLENO, NO CABEN MAS "
006950             "DE 5000 ENTRADAS."
006960         GO TO 9999-ABEND
006970     END-IF.
006980     ADD 1 TO WS-INV-TALLY.
006990     MOVE INV-TRABAJO   TO WS-INV-TRABAJO (WS-INV-TALLY).
007000     MOVE INV-FECHA-NEG TO WS-INV-FECHA (WS-INV-TALLY).
007010     MOVE INV-RECNO     TO WS-INV-RECNO (WS-INV-TALLY).
007020     MOVE INV-CAUSA     TO WS-INV-CAUSA (WS-INV-TALLY).
007030     MOVE INV-ESTADO    TO WS-INV-ESTADO (WS-INV-TALLY).
007040     MOVE INV-DATOS     TO WS-INV-DATOS (WS-INV-TALLY).
007050     MOVE INV-CAUSA-ULT TO WS-INV-CAUSA-ULT (WS-INV-TALLY).
007060     MOVE INV-INTENTOS  TO WS-INV-INTENTOS (WS-INV-TALLY).
007070     MOVE INV-FECHA-EDO TO WS-INV-FECHA-EDO (WS-INV-TALLY).
007080     MOVE INV-DIAS      TO WS-INV-DIAS (WS-INV-TALLY).
007090     MOVE INV-ESCALADO  TO WS-INV-ESCALADO (WS-INV-TALLY).
007100     MOVE INV-FECHA-ESC TO WS-INV-FECHA-ESC (WS-INV-TALLY).
007110     MOVE INV-USUARIO   TO WS-INV-USUARIO (WS-INV-TALLY).
007120     MOVE INV-MOTIVO    TO WS-INV-MOTIVO (WS-INV-TALLY).
007130     MOVE SPACE         TO WS-INV-MARCA (WS-INV-TALLY).
007140 1310-EXIT.
007150     EXIT.
007160
007170*-----------------------------------------------------------
007180* 1400-CARGA-ULTIMAS
007190*-----------------------------------------------------------
007200 1400-CARGA-ULTIMAS.
007210     MOVE SPACE TO WS-ULT-INICIO (1) WS-ULT-INICIO (2).
007220     MOVE "N" TO WS-EOF-SW.
007230     OPEN INPUT INVRECH-ULT.
007240     IF WS-ULT-STATUS NOT = "00"
007250         GO TO 1400-EXIT
007260     END-IF.
007270     PERFORM 1410-LEE-ULTIMA THRU 1410-EXIT
007280         UNTIL WS-EOF.
007290     CLOSE INVRECH-ULT.
007300 1400-EXIT.
007310     EXIT.
007320
007330 1410-LEE-ULTIMA.
007340     READ INVRECH-ULT
007350         AT END
007360             SET WS-EOF TO TRUE
007370             GO TO 1410-EXIT
007380     END-READ.
007390     IF ULT-TRABAJO = WS-TRAB-NOMBRE (1)
007400         MOVE ULT-INICIO TO WS-ULT-INICIO (1)
007410     END-IF.
007420     IF ULT-TRABAJO = WS-TRAB-NOMBRE (2)
007430         MOVE ULT-INICIO TO WS-ULT-INICIO (2)
007440     END-IF.
007450 1410-EXIT.
007460     EXIT.
007470
007480*-----------------------------------------------------------
007490* 2000-RECOGE-TRABAJO
007500* SOLO SE RECOGE UNA CORRIDA TERMINADA QUE NO SE HAYA RECOGIDO
007510* YA: SI LA ULTIMA CORRIDA DEL TRABAJO SIGUE EN EJECUCION O
007520* ABENDO, SUS ARCHIVOS ESTAN A MEDIAS Y SE ESPERA A QUE SE
007530* REANUDE.
007540*-----------------------------------------------------------
007550 2000-RECOGE-TRABAJO.
007560     ADD 1 TO WS-TRAB-IDX.
007570     MOVE ZERO TO WS-NUEVOS WS-REPETIDOS WS-RESUELTOS
007580         WS-REENVIADOS WS-SIN-ENTRADA WS-SIN-LLAVE.
007590     MOVE WS-TRAB-LARGO (WS-TRAB-IDX) TO WS-LARGO.
007600     COMPUTE WS-POS-CAUSA = WS-LARGO + 2.
007610     COMPUTE WS-POS-RECNO = WS-LARGO + 5.
007620     COMPUTE WS-POS-FECHA = WS-LARGO + 13.
007630
007640     PERFORM 2100-BUSCA-CORRIDA THRU 2100-EXIT.
007650     IF WS-CTL-ESTADO = "TERMINO"
007660         AND WS-CTL-INICIO NOT = WS-ULT-INICIO (WS-TRAB-IDX)
007670         AND WS-SIN-RECOGER > ZERO
007680         SUBTRACT 1 FROM WS-SIN-RECOGER
007690     END-IF.
007700     IF WS-SIN-RECOGER > ZERO
007710         PERFORM 2150-AVISA-SIN-RECOGER THRU 2150-EXIT
007720     END-IF.
007730     IF WS-CTL-INICIO = SPACE
007740         STRING WS-TRAB-NOMBRE (WS-TRAB-IDX) DELIMITED BY SPACE
007750             ": SIN CORRIDAS EN RUN-CTL, NO HAY QUE RECOGER."
007760             DELIMITED BY SIZE INTO WS-RPT-TEXT
007770         PERFORM 7700-PON-TEXTO THRU 7700-EXIT
007780         GO TO 2000-EXIT
007790     END-IF.
007800     IF WS-CTL-ESTADO NOT = "TERMINO"
007810         STRING WS-TRAB-NOMBRE (WS-TRAB-IDX) DELIMITED BY SPACE
007820             ": LA CORRIDA DEL " DELIMITED BY SIZE
007830             WS-CTL-INICIO DELIMITED BY SIZE
007840             " ESTA " DELIMITED BY SIZE
007850             WS-CTL-ESTADO DELIMITED BY SPACE
007860             ", NO SE RECOGE." DELIMITED BY SIZE
007870             INTO WS-RPT-TEXT
007880         PERFORM 7700-PON-TEXTO THRU 7700-EXIT
007890         GO TO 2000-EXIT
007900     END-IF.
007910     IF WS-CTL-INICIO = WS-ULT-INICIO (WS-TRAB-IDX)
007920         STRING WS-TRAB-NOMBRE (WS-TRAB-IDX) DELIMITED BY SPACE
007930             ": LA CORRIDA DEL " DELIMITED BY SIZE
007940             WS-CTL-INICIO DELIMITED BY SIZE
007950             " YA SE HABIA RECOGIDO." DELIMITED BY SIZE
007960             INTO WS-RPT-TEXT
007970         PERFORM 7700-PON-TEXTO THRU 7700-EXIT
007980         GO TO 2000-EXIT
007990     END-IF.
008000
008010     PERFORM 2200-LEE-PARAMETRO THRU 2200-EXIT.
008020     IF WS-REPROCESO
008030         MOVE ", REPROCESO DE RECHAZOS." TO WS-MODO-TEXTO
008040     ELSE
008050         MOVE ", CORRIDA NORMAL." TO WS-MODO-TEXTO
008060     END-IF.
008070     STRING WS-TRAB-NOMBRE (WS-TRAB-IDX) DELIMITED BY SPACE
008080         ": CORRIDA DEL " DELIMITED BY SIZE
008090         WS-CTL-INICIO DELIMITED BY SIZE
008100         WS-MODO-TEXTO DELIMITED BY SIZE
008110         INTO WS-RPT-TEXT.
008120     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
008130
008140     MOVE WS-TRAB-REJ (WS-TRAB-IDX) TO WS-REJ-NOMBRE.
008150     PERFORM 2300-LEE-RECHAZOS THRU 2300-EXIT.
008160     IF WS-REPROCESO
008170         MOVE WS-TRAB-RSB (WS-TRAB-IDX) TO WS-RSB-NOMBRE
008180         PERFORM 2400-LEE-REENVIO THRU 2400-EXIT
008190     END-IF.
008200     MOVE WS-CTL-INICIO TO WS-ULT-INICIO (WS-TRAB-IDX).
008210
008220     MOVE "  RECHAZOS NUEVOS" TO WRD-LABEL.
008230     MOVE WS-NUEVOS TO WRD-COUNT.
008240     PERFORM 7800-PON-DETALLE THRU 7800-EXIT.
008250     IF WS-REPROCESO
008260         MOVE "  RESUELTOS EN EL REPROCESO" TO WRD-LABEL
008270         MOVE WS-RESUELTOS TO WRD-COUNT
008280         PERFORM 7800-PON-DETALLE THRU 7800-EXIT
008290         MOVE "  RECHAZADOS DE NUEVO" TO WRD-LABEL
008300         MOVE WS-REENVIADOS TO WRD-COUNT
008310         PERFORM 7800-PON-DETALLE THRU 7800-EXIT
008320         MOVE "  CORREGIDOS SIN ENTRADA ABIERTA" TO WRD-LABEL
008330         MOVE WS-SIN-ENTRADA TO WRD-COUNT
008340         PERFORM 7800-PON-DETALLE THRU 7800-EXIT
008350         MOVE "  RENGLONES DEL RSB SIN LLAVE" TO WRD-LABEL
008360         MOVE WS-SIN-LLAVE TO WRD-COUNT
008370         PERFORM 7800-PON-DETALLE THRU 7800-EXIT
008380     ELSE
008390         MOVE "  YA ESTABAN EN EL INVENTARIO" TO WRD-LABEL
008400         MOVE WS-REPETIDOS TO WRD-COUNT
008410         PERFORM 7800-PON-DETALLE THRU 7800-EXIT
008420     END-IF.
008430 2000-EXIT.
008440     EXIT.
008450
008460*-----------------------------------------------------------
008470* 2100-BUSCA-CORRIDA
008480* ULTIMO RENGLON DE CORRIDA (EJECUTA, TERMINO O ABENDO) DEL
008490* TRABAJO EN RUN-CTL. LOS RENGLONES DE COMANDOS DE LA MALLA
008500* NO SON CORRIDAS Y NO CUENTAN. DE PASO CUENTA LAS CORRIDAS
008510* TERMINADAS QUE EMPEZARON DESPUES DE LA ULTIMA RECOGIDA; LA
008520* PRIMERA VEZ NO HAY CONTRA QUE CONTAR.
008530*-----------------------------------------------------------
008540 2100-BUSCA-CORRIDA.
008550     MOVE SPACE TO WS-CTL-INICIO WS-CTL-ESTADO.
008560     MOVE ZERO TO WS-SIN-RECOGER.
008570     MOVE "N" TO WS-EOF-SW.
008580     OPEN INPUT RUN-CTL.
008590     IF WS-CTL-STATUS NOT = "00"
008600         GO TO 2100-EXIT
008610     END-IF.
008620     PERFORM 2110-LEE-CORRIDA THRU 2110-EXIT
008630         UNTIL WS-EOF.
008640     CLOSE RUN-CTL.
008650 2100-EXIT.
008660     EXIT.
008670
008680 2110-LEE-CORRIDA.
008690     READ RUN-CTL
008700         AT END
008710             SET WS-EOF TO TRUE
008720             GO TO 2110-EXIT
008730     END-READ.
008740     IF CTL-TRABAJO = WS-TRAB-NOMBRE (WS-TRAB-IDX)
008750         AND (CTL-ESTADO = "EJECUTA" OR CTL-ESTADO = "TERMINO"
008760              OR CTL-ESTADO = "ABENDO")
008770         MOVE CTL-INICIO TO WS-CTL-INICIO
008780         MOVE CTL-ESTADO TO WS-CTL-ESTADO
008790     END-IF.
008800     IF CTL-TRABAJO = WS-TRAB-NOMBRE (WS-TRAB-IDX)
008810         AND CTL-ESTADO = "TERMINO"
008820         AND WS-ULT-INICIO (WS-TRAB-IDX) NOT = SPACE
008830         AND CTL-INICIO > WS-ULT-INICIO (WS-TRAB-IDX)
008840         ADD 1 TO WS-SIN-RECOGER
008850     END-IF.
008860 2110-EXIT.
008870     EXIT.
008880
008890*-----------------------------------------------------------
008900* 2150-AVISA-SIN-RECOGER
008910* HUBO CORRIDAS TERMINADAS DEL TRABAJO QUE NO SE RECOGIERON:
008920* SUS RECHAZOS YA NO ESTAN EN EL REJ Y HAY QUE REVISARLOS A
008930* MANO CONTRA SU SALIDA.
008940*-----------------------------------------------------------
008950 2150-AVISA-SIN-RECOGER.
008960     ADD WS-SIN-RECOGER TO WS-TOT-SIN-RECOGER.
008970     MOVE WS-SIN-RECOGER TO WS-SIN-RECOGER-ED.
008980     STRING WS-TRAB-NOMBRE (WS-TRAB-IDX) DELIMITED BY SPACE
008990         ": " DELIMITED BY SIZE
009000         WS-SIN-RECOGER-ED DELIMITED BY SIZE
009010         " CORRIDAS SIN RECOGER DESDE LA DEL " DELIMITED BY SIZE
009020         WS-ULT-INICIO (WS-TRAB-IDX) DELIMITED BY SIZE
009030         "." DELIMITED BY SIZE
009040         INTO WS-RPT-TEXT.
009050     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
009060     DISPLAY "INVRECH: " WS-TRAB-NOMBRE (WS-TRAB-IDX)
009070         " TIENE " WS-SIN-RECOGER-ED
009080         " CORRIDAS SIN RECOGER; SUS RECHAZOS NO ENTRARON.".
009090 2150-EXIT.
009100     EXIT.
009110
009120*-----------------------------------------------------------
009130* 2200-LEE-PARAMETRO
009140* MISMA INTERPRETACION QUE EN FECHAS, EXPO Y CONCILIA: "R" EN
009150* EL PRIMER RENGLON DEL PRM ES UN REPROCESO QUE LEYO EL RSB.
009160*-----------------------------------------------------------
009170 2200-LEE-PARAMETRO.
009180     MOVE "N" TO WS-REPROCESO-SW.
009190     MOVE WS-TRAB-PRM (WS-TRAB-IDX) TO WS-TPRM-NOMBRE.
009200     OPEN INPUT PARAMETRO.
009210     IF WS-TPRM-STATUS NOT = "00"
009220         GO TO 2200-EXIT
009230     END-IF.
009240     READ PARAMETRO
009250         AT END
009260             MOVE SPACE TO TPRM-MODO
009270     END-READ.
009280     IF TPRM-REPROCESO
009290         SET WS-REPROCESO TO TRUE
009300     END-IF.
009310     CLOSE PARAMETRO.
009320 2200-EXIT.
009330     EXIT.
009340
009350*-----------------------------------------------------------
009360* 2300-LEE-RECHAZOS
009370* EN UNA CORRIDA NORMAL CADA RECHAZO QUE NO ESTE YA EN EL
009380* INVENTARIO ENTRA COMO ABIERTO. EN UN REPROCESO EL RECHAZO
009390* TRAE LA LLAVE ORIGINAL: SU ENTRADA PASA A REENVIADO Y QUEDA
009400* MARCADA PARA QUE EL RSB NO LA DE POR RESUELTA.
009410*-----------------------------------------------------------
009420 2300-LEE-RECHAZOS.
009430     MOVE "N" TO WS-EOF-SW.
009440     OPEN INPUT RECHAZOS.
009450     IF WS-REJ-STATUS NOT = "00"
009460         MOVE "  NO EXISTE EL ARCHIVO DE RECHAZOS." TO WS-RPT-TEXT
009470         PERFORM 7700-PON-TEXTO THRU 7700-EXIT
009480         GO TO 2300-EXIT
009490     END-IF.
009500     PERFORM 2310-UN-RECHAZO THRU 2310-EXIT
009510         UNTIL WS-EOF.
009520     CLOSE RECHAZOS.
009530 2300-EXIT.
009540     EXIT.
009550
009560 2310-UN-RECHAZO.
009570     READ RECHAZOS
009580         AT END
009590             SET WS-EOF TO TRUE
009600             GO TO 2310-EXIT
009610     END-READ.
009620     MOVE REJ-RECORD TO WS-LINEA.
009630     PERFORM 2500-SEPARA-LINEA THRU 2500-EXIT.
009640*    UN RECHAZO DE ANTES DE QUE EL REJ LLEVARA FECHA ES DE LA
009650*    NOCHE EN CURSO.
009660     IF WS-PZ-FECHA-X NOT NUMERIC
009670         MOVE WS-FECHA-NEG TO WS-PZ-FECHA
009680     END-IF.
009690     IF WS-PZ-RECNO-X NOT NUMERIC
009700         GO TO 2310-EXIT
009710     END-IF.
009720     PERFORM 2600-BUSCA-ENTRADA THRU 2600-EXIT.
009730     IF WS-ENC-IDX = ZERO
009740         PERFORM 2700-AGREGA-ENTRADA THRU 2700-EXIT
009750         MOVE "X" TO WS-INV-MARCA (WS-ENC-IDX)
009760         ADD 1 TO WS-NUEVOS
009770         GO TO 2310-EXIT
009780     END-IF.
009790     IF NOT WS-REPROCESO
009800         ADD 1 TO WS-REPETIDOS
009810         GO TO 2310-EXIT
009820     END-IF.
009830     MOVE "X" TO WS-INV-MARCA (WS-ENC-IDX).
009840     IF WS-INV-PENDIENTE (WS-ENC-IDX)
009850         MOVE "R"          TO WS-INV-ESTADO (WS-ENC-IDX)
009860         MOVE WS-PZ-CAUSA  TO WS-INV-CAUSA-ULT (WS-ENC-IDX)
009870         MOVE WS-FECHA-NEG TO WS-INV-FECHA-EDO (WS-ENC-IDX)
009880         IF WS-INV-INTENTOS (WS-ENC-IDX) < 99
009890             ADD 1 TO WS-INV-INTENTOS (WS-ENC-IDX)
009900         END-IF
009910         ADD 1 TO WS-REENVIADOS
009920     END-IF.
009930 2310-EXIT.
009940     EXIT.
009950
009960*-----------------------------------------------------------
009970* 2400-LEE-REENVIO
009980* CADA RENGLON DEL RSB CUYA ENTRADA NO VOLVIO A SALIR EN EL
009990* REJ DEL REPROCESO SE CORRIGIO: LA ENTRADA QUEDA RESUELTA.
010000*-----------------------------------------------------------
010010 2400-LEE-REENVIO.
010020     MOVE "N" TO WS-EOF-SW.
010030     OPEN INPUT REENVIO.
010040     IF WS-RSB-STATUS NOT = "00"
010050         MOVE "  NO EXISTE EL ARCHIVO DE REPROCESO."
010060             TO WS-RPT-TEXT
010070         PERFORM 7700-PON-TEXTO THRU 7700-EXIT
010080         GO TO 2400-EXIT
010090     END-IF.
010100     PERFORM 2410-UN-REENVIO THRU 2410-EXIT
010110         UNTIL WS-EOF.
010120     CLOSE REENVIO.
010130 2400-EXIT.
010140     EXIT.
010150
010160 2410-UN-REENVIO.
010170     READ REENVIO
010180         AT END
010190             SET WS-EOF TO TRUE
010200             GO TO 2410-EXIT
010210     END-READ.
010220     MOVE RSB-RECORD TO WS-LINEA.
010230     PERFORM 2500-SEPARA-LINEA THRU 2500-EXIT.
010240     IF WS-PZ-FECHA-X NOT NUMERIC
010250         OR WS-PZ-RECNO-X NOT NUMERIC
010260         ADD 1 TO WS-SIN-LLAVE
010270         GO TO 2410-EXIT
010280     END-IF.
010290     PERFORM 2600-BUSCA-ENTRADA THRU 2600-EXIT.
010300     IF WS-ENC-IDX = ZERO
010310         ADD 1 TO WS-SIN-ENTRADA
010320         GO TO 2410-EXIT
010330     END-IF.
010340     IF WS-INV-MARCA (WS-ENC-IDX) = "X"
010350         GO TO 2410-EXIT
010360     END-IF.
010370     IF NOT WS-INV-PENDIENTE (WS-ENC-IDX)
010380         ADD 1 TO WS-SIN-ENTRADA
010390         GO TO 2410-EXIT
010400     END-IF.
010410     MOVE "S"          TO WS-INV-ESTADO (WS-ENC-IDX).
010420     MOVE WS-FECHA-NEG TO WS-INV-FECHA-EDO (WS-ENC-IDX).
010430     ADD 1 TO WS-RESUELTOS.
010440 2410-EXIT.
010450     EXIT.
010460
010470*-----------------------------------------------------------
010480* 2500-SEPARA-LINEA
010490* PARTE EL RENGLON SEGUN EL LARGO DEL REGISTRO DEL TRABAJO.
010500*-----------------------------------------------------------
010510 2500-SEPARA-LINEA.
010520     MOVE SPACE TO WS-PIEZAS.
010530     MOVE WS-LINEA (1:WS-LARGO)         TO WS-PZ-DATOS.
010540     MOVE WS-LINEA (WS-POS-CAUSA:2)     TO WS-PZ-CAUSA.
010550     MOVE WS-LINEA (WS-POS-RECNO:7)     TO WS-PZ-RECNO-X.
010560     MOVE WS-LINEA (WS-POS-FECHA:8)     TO WS-PZ-FECHA-X.
010570 2500-EXIT.
010580     EXIT.
010590
010600*-----------------------------------------------------------
010610* 2600-BUSCA-ENTRADA
010620* DEJA EN WS-ENC-IDX LA ENTRADA DEL TRABAJO CON LA FECHA Y EL
010630* NUMERO DE REGISTRO DE WS-PIEZAS, O CERO SI NO EXISTE.
010640*-----------------------------------------------------------
010650 2600-BUSCA-ENTRADA.
010660     MOVE ZERO TO WS-ENC-IDX WS-IDX.
010670     PERFORM 2610-COMPARA-ENTRADA THRU 2610-EXIT
010680         UNTIL WS-IDX >= WS-INV-TALLY OR WS-ENC-IDX NOT = ZERO.
010690 2600-EXIT.
010700     EXIT.
010710
010720 2610-COMPARA-ENTRADA.
010730     ADD 1 TO WS-IDX.
010740     IF WS-INV-TRABAJO (WS-IDX) = WS-TRAB-NOMBRE (WS-TRAB-IDX)
010750         AND WS-INV-FECHA (WS-IDX) = WS-PZ-FECHA
010760         AND WS-INV-RECNO (WS-IDX) = WS-PZ-RECNO
010770         MOVE WS-IDX TO WS-ENC-IDX
010780     END-IF.
010790 2610-EXIT.
010800     EXIT.
010810
010820*-----------------------------------------------------------
010830* 2700-AGREGA-ENTRADA
010840*-----------------------------------------------------------
010850 2700-AGREGA-ENTRADA.
010860     IF WS-INV-TALLY >= 5000
010870         DISPLAY "INVRECH: INVENTARIO LLENO, NO CABEN MAS "
010880             "DE 5000 ENTRADAS."
010890         GO TO 9999-ABEND
010900     END-IF.
010910     ADD 1 TO WS-INV-TALLY.
010920     MOVE WS-INV-TALLY TO WS-ENC-IDX.
010930     MOVE WS-TRAB-NOMBRE (WS-TRAB-IDX)
010940                       TO WS-INV-TRABAJO (WS-ENC-IDX).
010950     MOVE WS-PZ-FECHA  TO WS-INV-FECHA (WS-ENC-IDX).
010960     MOVE WS-PZ-RECNO  TO WS-INV-RECNO (WS-ENC-IDX).
010970     MOVE WS-PZ-CAUSA  TO WS-INV-CAUSA (WS-ENC-IDX)
010980                          WS-INV-CAUSA-ULT (WS-ENC-IDX).
010990     MOVE "A"          TO WS-INV-ESTADO (WS-ENC-IDX).
011000     MOVE WS-PZ-DATOS  TO WS-INV-DATOS (WS-ENC-IDX).
011010     MOVE ZERO         TO WS-INV-INTENTOS (WS-ENC-IDX)
011020                          WS-INV-DIAS (WS-ENC-IDX)
011030                          WS-INV-FECHA-ESC (WS-ENC-IDX).
011040     MOVE WS-FECHA-NEG TO WS-INV-FECHA-EDO (WS-ENC-IDX).
011050     MOVE SPACE        TO WS-INV-ESCALADO (WS-ENC-IDX)
011060                          WS-INV-USUARIO (WS-ENC-IDX)
011070                          WS-INV-MOTIVO (WS-ENC-IDX)
011080                          WS-INV-MARCA (WS-ENC-IDX).
011090 2700-EXIT.
011100     EXIT.
011110
011120*-----------------------------------------------------------
011130* 3000-ANTIGUEDAD
011140* A CADA ENTRADA PENDIENTE SE LE CUENTAN LOS DIAS HABILES
011150* DESDE SU FECHA Y SE ESCALA AL LLEGAR AL LIMITE. LAS YA
011160* CERRADAS SE DEPURAN AL PASAR LOS DIAS DE RETENCION.
011170*-----------------------------------------------------------
011180 3000-ANTIGUEDAD.
011190     MOVE ZERO TO WS-IDX WS-POS WS-CACHE-FECHA WS-CACHE-DIAS.
011200     INITIALIZE WS-ANTIGUEDAD.
011210     COMPUTE WS-FIN-INT = FUNCTION INTEGER-OF-DATE (WS-FECHA-NEG).
011220     PERFORM 3100-REVISA-ENTRADA THRU 3100-EXIT
011230         WS-INV-TALLY TIMES.
011240     MOVE WS-POS TO WS-INV-TALLY.
011250 3000-EXIT.
011260     EXIT.
011270
011280 3100-REVISA-ENTRADA.
011290     ADD 1 TO WS-IDX.
011300     IF NOT WS-INV-PENDIENTE (WS-IDX)
011310         IF WS-DIAS-RETENCION > ZERO
011320             AND FUNCTION TEST-DATE-YYYYMMDD
011330                 (WS-INV-FECHA-EDO (WS-IDX)) = ZERO
011340             AND WS-FIN-INT - FUNCTION INTEGER-OF-DATE
011350                 (WS-INV-FECHA-EDO (WS-IDX)) > WS-DIAS-RETENCION
011360             ADD 1 TO WS-TOT-DEPURADOS
011370             GO TO 3100-EXIT
011380         END-IF
011390         IF WS-INV-RESUELTO (WS-IDX)
011400             ADD 1 TO WS-TOT-RESUELTOS
011410         ELSE
011420             ADD 1 TO WS-TOT-CASTIGADOS
011430         END-IF
011440         GO TO 3190-CONSERVA
011450     END-IF.
011460
011470     IF WS-INV-FECHA (WS-IDX) NOT = WS-CACHE-FECHA
011480         MOVE WS-INV-FECHA (WS-IDX) TO WS-CACHE-FECHA
011490         PERFORM 3200-CUENTA-HABILES THRU 3200-EXIT
011500         MOVE WS-DIAS TO WS-CACHE-DIAS
011510     END-IF.
011520     MOVE WS-CACHE-DIAS TO WS-INV-DIAS (WS-IDX).
011530     IF WS-INV-DIAS (WS-IDX) >= WS-DIAS-ESCALA
011540         AND WS-INV-ESCALADO (WS-IDX) NOT = "E"
011550         MOVE "E" TO WS-INV-ESCALADO (WS-IDX)
011560         MOVE WS-FECHA-NEG TO WS-INV-FECHA-ESC (WS-IDX)
011570         ADD 1 TO WS-NUEVOS-ESCALADOS
011580     END-IF.
011590     IF WS-INV-ESCALADO (WS-IDX) = "E"
011600         ADD 1 TO WS-TOT-ESCALADOS
011610     END-IF.
011620     IF WS-INV-ABIERTO (WS-IDX)
011630         ADD 1 TO WS-TOT-ABIERTOS
011640     ELSE
011650         ADD 1 TO WS-TOT-REENVIADOS
011660     END-IF.
011670     PERFORM 3300-ACUMULA THRU 3300-EXIT.
011680
011690 3190-CONSERVA.
011700     ADD 1 TO WS-POS.
011710     IF WS-POS NOT = WS-IDX
011720         MOVE WS-INV-ENTRY (WS-IDX) TO WS-INV-ENTRY (WS-POS)
011730     END-IF.
011740 3100-EXIT.
011750     EXIT.
011760
011770*-----------------------------------------------------------
011780* 3200-CUENTA-HABILES
011790* DIAS HABILES DESPUES DE WS-CACHE-FECHA Y HASTA LA FECHA DE
011800* NEGOCIO, DIA POR DIA CON LA MISMA REGLA DE FINDIA. SE TOPA
011810* EN 999.
011820*-----------------------------------------------------------
011830 3200-CUENTA-HABILES.
011840     MOVE ZERO TO WS-DIAS.
011850     IF FUNCTION TEST-DATE-YYYYMMDD (WS-CACHE-FECHA) NOT = ZERO
011860         GO TO 3200-EXIT
011870     END-IF.
011880     COMPUTE WS-ROLL-INT =
011890         FUNCTION INTEGER-OF-DATE (WS-CACHE-FECHA).
011900     PERFORM 3210-UN-DIA THRU 3210-EXIT
011910         UNTIL WS-ROLL-INT >= WS-FIN-INT OR WS-DIAS >= 999.
011920 3200-EXIT.
011930     EXIT.
011940
011950 3210-UN-DIA.
011960     ADD 1 TO WS-ROLL-INT.
011970     MOVE FUNCTION DATE-OF-INTEGER (WS-ROLL-INT) TO WS-WORK-DATE.
011980     SET WS-DIA-HABIL TO TRUE.
011990     COMPUTE WS-DAY-NUM = FUNCTION MOD (WS-ROLL-INT, 7).
012000     IF WS-DAY-NUM = 0 OR WS-DAY-NUM = 6
012010         GO TO 3210-EXIT
012020     END-IF.
012030     MOVE "N" TO WS-FESTIVO-SW.
012040     MOVE ZERO TO WS-HOL-IDX.
012050     PERFORM 3220-BUSCA-FESTIVO THRU 3220-EXIT
012060         WS-HOL-TALLY TIMES.
012070     IF NOT WS-FESTIVO
012080         ADD 1 TO WS-DIAS
012090     END-IF.
012100 3210-EXIT.
012110     EXIT.
012120
012130 3220-BUSCA-FESTIVO.
012140     ADD 1 TO WS-HOL-IDX.
012150     IF WS-HOL-FECHA-E (WS-HOL-IDX) = WS-WORK-DATE
012160         IF WS-CAL = SPACE
012170             OR WS-HOL-CAL-E (WS-HOL-IDX) = SPACE
012180             OR WS-CAL = WS-HOL-CAL-E (WS-HOL-IDX) (1:2)
012190             OR WS-CAL = WS-HOL-CAL-E (WS-HOL-IDX) (3:2)
012200             SET WS-FESTIVO TO TRUE
012210         END-IF
012220     END-IF.
012230 3220-EXIT.
012240     EXIT.
012250
012260*-----------------------------------------------------------
012270* 3300-ACUMULA
012280* SUMA LA ENTRADA EN SU RENGLON (TRABAJO Y CAUSA ORIGINAL) Y
012290* EN EL DE TOTALES, EN EL RANGO DE DIAS QUE LE TOCA.
012300*-----------------------------------------------------------
012310 3300-ACUMULA.
012320     MOVE 1 TO WS-REN-IDX.
012330*    EL RENGLON 8 (OTRAS CAUSAS) NO TIENE TRABAJO Y CIERRA LA
012340*    BUSQUEDA.
012350     PERFORM 3310-BUSCA-RENGLON THRU 3310-EXIT
012360         UNTIL WS-REN-IDX >= 8
012370            OR (WS-REN-TRABAJO (WS-REN-IDX) =
012380                    WS-INV-TRABAJO (WS-IDX)
012390                AND WS-REN-CAUSA (WS-REN-IDX) =
012400                    WS-INV-CAUSA (WS-IDX)).
012410     EVALUATE TRUE
012420         WHEN WS-INV-DIAS (WS-IDX) <= 2
012430             MOVE 1 TO WS-COL-IDX
012440         WHEN WS-INV-DIAS (WS-IDX) <= 5
012450             MOVE 2 TO WS-COL-IDX
012460         WHEN WS-INV-DIAS (WS-IDX) <= 10
012470             MOVE 3 TO WS-COL-IDX
012480         WHEN WS-INV-DIAS (WS-IDX) <= 20
012490             MOVE 4 TO WS-COL-IDX
012500         WHEN OTHER
012510             MOVE 5 TO WS-COL-IDX
012520     END-EVALUATE.
012530     ADD 1 TO WS-ANT-CUENTA (WS-REN-IDX, WS-COL-IDX)
012540              WS-ANT-CUENTA (WS-REN-IDX, 6)
012550              WS-ANT-CUENTA (9, WS-COL-IDX)
012560              WS-ANT-CUENTA (9, 6).
012570 3300-EXIT.
012580     EXIT.
012590
012600 3310-BUSCA-RENGLON.
012610     ADD 1 TO WS-REN-IDX.
012620 3310-EXIT.
012630     EXIT.
012640
012650*-----------------------------------------------------------
012660* 4000-GRABA-INVENTARIO
012670*-----------------------------------------------------------
012680 4000-GRABA-INVENTARIO.
012690     OPEN OUTPUT INVRECH-MST.
012700     IF WS-INV-STATUS NOT = "00"
012710         DISPLAY "INVRECH: NO SE PUDO ABRIR INVRECH-MST.DAT "
012720             WS-INV-STATUS
012730         GO TO 9999-ABEND
012740     END-IF.
012750     MOVE ZERO TO WS-IDX.
012760     PERFORM 4100-GRABA-UNO THRU 4100-EXIT
012770         WS-INV-TALLY TIMES.
012780     CLOSE INVRECH-MST.
012790 4000-EXIT.
012800     EXIT.
012810
012820 4100-GRABA-UNO.
012830     ADD 1 TO WS-IDX.
012840     MOVE SPACE TO INV-RECORD.
012850     MOVE WS-INV-TRABAJO (WS-IDX)   TO INV-TRABAJO.
012860     MOVE WS-INV-FECHA (WS-IDX)     TO INV-FECHA-NEG.
012870     MOVE WS-INV-RECNO (WS-IDX)     TO INV-RECNO.
012880     MOVE WS-INV-CAUSA (WS-IDX)     TO INV-CAUSA.
012890     MOVE WS-INV-ESTADO (WS-IDX)    TO INV-ESTADO.
012900     MOVE WS-INV-DATOS (WS-IDX)     TO INV-DATOS.
012910     MOVE WS-INV-CAUSA-ULT (WS-IDX) TO INV-CAUSA-ULT.
012920     MOVE WS-INV-INTENTOS (WS-IDX)  TO INV-INTENTOS.
012930     MOVE WS-INV-FECHA-EDO (WS-IDX) TO INV-FECHA-EDO.
012940     MOVE WS-INV-DIAS (WS-IDX)      TO INV-DIAS.
012950     MOVE WS-INV-ESCALADO (WS-IDX)  TO INV-ESCALADO.
012960     MOVE WS-INV-FECHA-ESC (WS-IDX) TO INV-FECHA-ESC.
012970     MOVE WS-INV-USUARIO (WS-IDX)   TO INV-USUARIO.
012980     MOVE WS-INV-MOTIVO (WS-IDX)    TO INV-MOTIVO.
012990     WRITE INV-RECORD.
013000 4100-EXIT.
013010     EXIT.
013020
013030*-----------------------------------------------------------
013040* 4500-GRABA-ULTIMAS
013050* SE GRABA DESPUES DEL INVENTARIO: SI ESTA CORRIDA SE CAE
013060* ANTES, LA SIGUIENTE VUELVE A RECOGER Y LOS RECHAZOS QUE YA
013070* ESTUVIERAN NO SE DUPLICAN.
013080*-----------------------------------------------------------
013090 4500-GRABA-ULTIMAS.
013100     OPEN OUTPUT INVRECH-ULT.
013110     IF WS-ULT-STATUS NOT = "00"
013120         DISPLAY "INVRECH: NO SE PUDO ABRIR INVRECH-ULT.DAT "
013130             WS-ULT-STATUS
013140         GO TO 9999-ABEND
013150     END-IF.
013160     MOVE SPACE TO ULT-RECORD.
013170     MOVE WS-TRAB-NOMBRE (1) TO ULT-TRABAJO.
013180     MOVE WS-ULT-INICIO (1)  TO ULT-INICIO.
013190     WRITE ULT-RECORD.
013200     MOVE SPACE TO ULT-RECORD.
013210     MOVE WS-TRAB-NOMBRE (2) TO ULT-TRABAJO.
013220     MOVE WS-ULT-INICIO (2)  TO ULT-INICIO.
013230     WRITE ULT-RECORD.
013240     CLOSE INVRECH-ULT.
013250 4500-EXIT.
013260     EXIT.
013270
013280*-----------------------------------------------------------
013290* 5000-REPORTE
013300* ANTIGUEDAD DE LOS PENDIENTES POR CAUSA, DETALLE DE LOS
013310* ESCALADOS Y ESTADO DEL INVENTARIO.
013320*-----------------------------------------------------------
013330 5000-REPORTE.
013340     MOVE ALL "-" TO WS-RPT-TEXT.
013350     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
013360     MOVE "ANTIGUEDAD DE RECHAZOS PENDIENTES, EN DIAS HABILES:"
013370         TO WS-RPT-TEXT.
013380     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
013390     WRITE RPT-RECORD FROM WS-ANT-TITULO.
013400     MOVE ZERO TO WS-REN-IDX.
013410     PERFORM 5100-PON-RENGLON THRU 5100-EXIT 8 TIMES.
013420     MOVE SPACE TO WS-ANT-LINEA.
013430     MOVE "TOTAL" TO WAL-TRABAJO.
013440     MOVE 9 TO WS-REN-IDX.
013450     MOVE ZERO TO WS-COL-IDX.
013460     PERFORM 5110-PON-COLUMNA THRU 5110-EXIT 6 TIMES.
013470     WRITE RPT-RECORD FROM WS-ANT-LINEA.
013480
013490     MOVE ALL "-" TO WS-RPT-TEXT.
013500     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
013510     MOVE WS-DIAS-ESCALA TO WS-DIAS-ED.
013520     STRING "ESCALADOS (PENDIENTES CON " DELIMITED BY SIZE
013530         WS-DIAS-ED DELIMITED BY SIZE
013540         " DIAS HABILES O MAS):" DELIMITED BY SIZE
013550         INTO WS-RPT-TEXT.
013560     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
013570     IF WS-TOT-ESCALADOS = ZERO
013580         MOVE "  NINGUNO" TO WS-RPT-TEXT
013590         PERFORM 7700-PON-TEXTO THRU 7700-EXIT
013600     ELSE
013610         WRITE RPT-RECORD FROM WS-ESC-TITULO
013620         MOVE ZERO TO WS-IDX
013630         PERFORM 5200-PON-ESCALADO THRU 5200-EXIT
013640             WS-INV-TALLY TIMES
013650     END-IF.
013660
013670     MOVE ALL "-" TO WS-RPT-TEXT.
013680     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
013690     MOVE "ESTADO DEL INVENTARIO:" TO WS-RPT-TEXT.
013700     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
013710     MOVE "  ABIERTOS" TO WRD-LABEL.
013720     MOVE WS-TOT-ABIERTOS TO WRD-COUNT.
013730     PERFORM 7800-PON-DETALLE THRU 7800-EXIT.
013740     MOVE "  REENVIADOS Y RECHAZADOS DE NUEVO" TO WRD-LABEL.
013750     MOVE WS-TOT-REENVIADOS TO WRD-COUNT.
013760     PERFORM 7800-PON-DETALLE THRU 7800-EXIT.
013770     MOVE "  ESCALADOS (DE LOS ANTERIORES)" TO WRD-LABEL.
013780     MOVE WS-TOT-ESCALADOS TO WRD-COUNT.
013790     PERFORM 7800-PON-DETALLE THRU 7800-EXIT.
013800     MOVE "    ESCALADOS EN ESTA CORRIDA" TO WRD-LABEL.
013810     MOVE WS-NUEVOS-ESCALADOS TO WRD-COUNT.
013820     PERFORM 7800-PON-DETALLE THRU 7800-EXIT.
013830     MOVE "  RESUELTOS" TO WRD-LABEL.
013840     MOVE WS-TOT-RESUELTOS TO WRD-COUNT.
013850     PERFORM 7800-PON-DETALLE THRU 7800-EXIT.
013860     MOVE "  CASTIGADOS" TO WRD-LABEL.
013870     MOVE WS-TOT-CASTIGADOS TO WRD-COUNT.
013880     PERFORM 7800-PON-DETALLE THRU 7800-EXIT.
013890     MOVE "  DEPURADOS POR RETENCION" TO WRD-LABEL.
013900     MOVE WS-TOT-DEPURADOS TO WRD-COUNT.
013910     PERFORM 7800-PON-DETALLE THRU 7800-EXIT.
013920     MOVE ALL "=" TO WS-RPT-TEXT.
013930     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
013940 5000-EXIT.
013950     EXIT.
013960
013970 5100-PON-RENGLON.
013980     ADD 1 TO WS-REN-IDX.
013990     MOVE SPACE TO WS-ANT-LINEA.
014000     MOVE WS-REN-TRABAJO (WS-REN-IDX) TO WAL-TRABAJO.
014010     MOVE WS-REN-CAUSA (WS-REN-IDX)   TO WAL-CAUSA.
014020     MOVE WS-REN-DESC (WS-REN-IDX)    TO WAL-DESC.
014030     MOVE ZERO TO WS-COL-IDX.
014040     PERFORM 5110-PON-COLUMNA THRU 5110-EXIT 6 TIMES.
014050     WRITE RPT-RECORD FROM WS-ANT-LINEA.
014060 5100-EXIT.
014070     EXIT.
014080
014090 5110-PON-COLUMNA.
014100     ADD 1 TO WS-COL-IDX.
014110     MOVE WS-ANT-CUENTA (WS-REN-IDX, WS-COL-IDX)
014120         TO WAL-CUENTA (WS-COL-IDX).
014130 5110-EXIT.
014140     EXIT.
014150
014160 5200-PON-ESCALADO.
014170     ADD 1 TO WS-IDX.
014180     IF NOT WS-INV-PENDIENTE (WS-IDX)
014190         OR WS-INV-ESCALADO (WS-IDX) NOT = "E"
014200         GO TO 5200-EXIT
014210     END-IF.
014220     MOVE WS-INV-TRABAJO (WS-IDX)   TO WEL-TRABAJO.
014230     MOVE WS-INV-FECHA (WS-IDX)     TO WEL-FECHA.
014240     MOVE WS-INV-RECNO (WS-IDX)     TO WEL-RECNO.
014250     MOVE WS-INV-CAUSA-ULT (WS-IDX) TO WEL-CAUSA.
014260     IF WS-INV-ABIERTO (WS-IDX)
014270         MOVE "ABIERTO"   TO WEL-ESTADO
014280     ELSE
014290         MOVE "REENVIADO" TO WEL-ESTADO
014300     END-IF.
014310     MOVE WS-INV-DIAS (WS-IDX)      TO WEL-DIAS.
014320     MOVE WS-INV-DATOS (WS-IDX)     TO WEL-DATOS.
014330     IF WS-INV-FECHA-ESC (WS-IDX) = WS-FECHA-NEG
014340         MOVE "NUEVO"     TO WEL-NUEVO
014350     ELSE
014360         MOVE SPACE       TO WEL-NUEVO
014370     END-IF.
014380     WRITE RPT-RECORD FROM WS-ESC-LINEA.
014390 5200-EXIT.
014400     EXIT.
014410
014420*-----------------------------------------------------------
014430* 7600-BUILD-TIMESTAMP
014440* HORA DEL RELOJ CON LA FECHA DE NEGOCIO.
014450*-----------------------------------------------------------
014460 7600-BUILD-TIMESTAMP.
014470     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
014480     MOVE WS-FECHA-NEG TO WTS-DATE.
014490     MOVE WTS-DATE (1:4)  TO WTD-YEAR.
014500     MOVE WTS-DATE (5:2)  TO WTD-MONTH.
014510     MOVE WTS-DATE (7:2)  TO WTD-DAY.
014520     MOVE WTS-TIME (1:2)  TO WTD-HOUR.
014530     MOVE WTS-TIME (3:2)  TO WTD-MIN.
014540     MOVE WTS-TIME (5:2)  TO WTD-SEC.
014550 7600-EXIT.
014560     EXIT.
014570
014580 7700-PON-TEXTO.
014590     WRITE RPT-RECORD FROM WS-RPT-TEXT.
014600     MOVE SPACE TO WS-RPT-TEXT.
014610 7700-EXIT.
014620     EXIT.
014630
014640 7800-PON-DETALLE.
014650     WRITE RPT-RECORD FROM WS-RPT-DET.
014660     MOVE SPACE TO WRD-LABEL.
014670 7800-EXIT.
014680     EXIT.
014690
014700*-----------------------------------------------------------
014710* 8000-TERMINATE
014720* RC 4 MIENTRAS HAYA RECHAZOS ESCALADOS SIN RESOLVER.
014730*-----------------------------------------------------------
014740 8000-TERMINATE.
014750     CLOSE INVRECH-RPT.
014760     IF WS-TOT-ESCALADOS > ZERO
014770         DISPLAY "INVRECH: " WS-TOT-ESCALADOS
014780             " RECHAZOS ESCALADOS, VEA INVRECH-RPT.DAT."
014790         MOVE 4 TO WS-RC
014800     ELSE
014810         DISPLAY "INVRECH: " WS-TOT-ABIERTOS " ABIERTOS, "
014820             WS-TOT-REENVIADOS " REENVIADOS, NINGUNO ESCALADO."
014830         MOVE ZERO TO WS-RC
014840     END-IF.
014850     IF WS-TOT-SIN-RECOGER > ZERO
014860         DISPLAY "INVRECH: " WS-TOT-SIN-RECOGER
014870             " CORRIDAS SIN RECOGER, VEA INVRECH-RPT.DAT."
014880         MOVE 4 TO WS-RC
014890     END-IF.
014900     MOVE "FIN"         TO WRC-FUNCION.
014910     MOVE WS-TRABAJO    TO WRC-TRABAJO.
014920     MOVE "TERMINO"     TO WRC-ESTADO.
014930     MOVE WS-INV-TALLY  TO WRC-REGISTROS.
014940     MOVE WS-RC         TO WRC-RETCODE.
014950     CALL "RUNCTL" USING WS-RUNCTL-PARAM.
014960     MOVE WS-RC TO RETURN-CODE.
014970 8000-EXIT.
014980     EXIT.
014990
015000*-----------------------------------------------------------
015010* 9999-ABEND
015020* TERMINACION ANORMAL POR ERROR DE ARCHIVO O INVENTARIO LLENO.
015030*-----------------------------------------------------------
015040 9999-ABEND.
015050     DISPLAY "INVRECH: TERMINACION ANORMAL.".
015060     MOVE "FIN"         TO WRC-FUNCION.
015070     MOVE WS-TRABAJO    TO WRC-TRABAJO.
015080     MOVE "ABENDO"      TO WRC-ESTADO.
015090     MOVE WS-INV-TALLY  TO WRC-REGISTROS.
015100     MOVE 16            TO WRC-RETCODE.
015110     CALL "RUNCTL" USING WS-RUNCTL-PARAM.
015120     MOVE 16 TO RETURN-CODE.
015130     GOBACK.
015140
015150 END PROGRAM INVRECH.
