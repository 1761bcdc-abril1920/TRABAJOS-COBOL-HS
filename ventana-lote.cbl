000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VENTANA.
000030 AUTHOR. J. ABRIL.
000040 INSTALLATION. DEPTO DE SISTEMAS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* HISTORIAL DE MODIFICACIONES
000090*-----------------------------------------------------------
000100* FECHA       INIC  DESCRIPCION
000110* ----------  ----  ------------------------------------
000120* 2026-10-15  JA    VERSION ORIGINAL. TIEMPOS DE LA VENTANA
000130*                   DE LOTE CONTRA EL SLA. PASA LAS CORRIDAS
000140*                   TERMINADAS O ABENDADAS DE RUN-CTL.DAT
000150*                   (PROGRAMAS Y PASOS DE LA MALLA) A SU
000160*                   PROPIA HISTORIA VENTANA-HIS.DAT, PORQUE
000170*                   RUN-CTL SOLO GUARDA 500 RENGLONES, Y
000180*                   REPORTA LA ULTIMA NOCHE EN VENTANA-RPT.DAT:
000190*                   DURACION DE CADA CORRIDA CONTRA EL
000200*                   PROMEDIO DE LAS 30 CORRIDAS ANTERIORES DEL
000210*                   MISMO TRABAJO Y CONTRA LA HORA META Y LA
000220*                   DURACION MAXIMA DE VENTANA-SLA.DAT, Y
000230*                   REGISTROS POR MINUTO. MARCA LAS LENTAS,
000240*                   LAS QUE PASAN EL MAXIMO, LAS TARDIAS Y LAS
000250*                   QUE VAN EN AUMENTO. UNA NOCHE EN QUE FECHAS
000260*                   PROCESA 40,000 REGISTROS O MAS ES DE
000270*                   CIERRE DE MES Y SOLO SE COMPARA CON OTRAS
000280*                   DE CIERRE. NO SE REGISTRA EN RUN-CTL.
000290* 2026-10-15  JA    EL PORCIENTO DE LENTITUD GENERAL YA NO SE
000300*                   COPIA AL TRABAJO AL LEER SU RENGLON "T"; UN
000310*                   RENGLON "G" POSTERIOR QUEDABA SIN EFECTO PARA
000320*                   LOS TRABAJOS SIN PORCIENTO PROPIO. SE MARCA SI
000330*                   EL TRABAJO TIENE PORCIENTO PROPIO Y EL GENERAL
000340*                   SE APLICA AL BUSCAR EL SLA.
000350* 2026-10-15  JA    EL RENGLON DE RUN-CTL.DAT CRECE AL FINAL
000360*                   CON LA FECHA DE NEGOCIO QUE ANOTA RUNCTL;
000370*                   SE ALARGA EL REGISTRO PARA LEERLO ENTERO.
000380*-----------------------------------------------------------
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. GENERICO.
000430 OBJECT-COMPUTER. GENERICO.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT RUN-CTL ASSIGN TO "RUN-CTL.DAT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CTL-STATUS.
000500
000510     SELECT VENTANA-SLA ASSIGN TO "VENTANA-SLA.DAT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-SLA-STATUS.
000540
000550     SELECT VENTANA-HIS ASSIGN TO "VENTANA-HIS.DAT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-HIS-STATUS.
000580
000590     SELECT VENTANA-RPT ASSIGN TO "VENTANA-RPT.DAT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RPT-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650*-----------------------------------------------------------
000660* CTL-RECORD: MISMA TRAZA QUE EN EL SUBPROGRAMA RUNCTL.
000670*-----------------------------------------------------------
000680 FD  RUN-CTL.
000690 01  CTL-RECORD.
000700     05 CTL-TRABAJO              PIC X(08).
000710     05 FILLER                   PIC X(01).
000720     05 CTL-INICIO               PIC X(19).
000730     05 FILLER                   PIC X(01).
000740     05 CTL-FIN                  PIC X(19).
000750     05 FILLER                   PIC X(01).
000760     05 CTL-ESTADO               PIC X(08).
000770     05 FILLER                   PIC X(01).
000780     05 CTL-REGISTROS            PIC 9(07).
000790     05 FILLER                   PIC X(01).
000800     05 CTL-RETCODE              PIC 9(03).
000810     05 FILLER                   PIC X(01).
000820     05 CTL-OPERADOR             PIC X(08).
000830     05 FILLER                   PIC X(01).
000840     05 CTL-MOTIVO               PIC X(40).
000850     05 FILLER                   PIC X(01).
000860     05 CTL-FECHA-NEG            PIC X(08).
000870
000880*-----------------------------------------------------------
000890* SLA-RECORD: PARAMETROS DEL SLA. EL PRIMER BYTE DICE EL TIPO.
000900* RENGLON "G" (GENERAL, A LO MAS UNO):
000910*   POS 03-09 SLA-UMBRAL-CIERRE  REGISTROS DE FECHAS QUE HACEN
000920*                                UNA NOCHE DE CIERRE DE MES.
000930*   POS 11-12 SLA-HORA-CORTE     LA NOCHE VA DE ESTA HORA A LA
000940*                                MISMA HORA DEL DIA SIGUIENTE.
000950*   POS 14-16 SLA-PCT-LENTO      PORCIENTO SOBRE EL PROMEDIO QUE
000960*                                HACE LENTA UNA CORRIDA.
000970*   POS 18    SLA-RACHA          CORRIDAS SEGUIDAS, CADA UNA MAS
000980*                                LARGA QUE LA ANTERIOR, QUE
000990*                                MARCAN UNA TENDENCIA A SUBIR.
001000* RENGLON "T" (UNO POR TRABAJO O PASO DE LA MALLA):
001010*   POS 03-10 SLA-TRABAJO        NOMBRE COMO VIENE EN RUN-CTL.
001020*   POS 12-19 SLA-HORA-META      HH:MM:SS EN QUE DEBE TERMINAR
001030*                                (EN BLANCO, SIN HORA META).
001040*   POS 21-28 SLA-DURACION-MAX   HH:MM:SS QUE NO DEBE PASAR
001050*                                (EN BLANCO, SIN MAXIMO).
001060*   POS 30-32 SLA-PCT-TRABAJO    PORCIENTO DE LENTITUD PROPIO
001070*                                (EN BLANCO, EL GENERAL).
001080* SIN RENGLON "G" SE USAN 40000 REGISTROS, CORTE A LAS 12,
001090* 20 POR CIENTO Y RACHA DE 3.
001100*-----------------------------------------------------------
001110 FD  VENTANA-SLA.
001120 01  SLA-RECORD.
001130     05 SLA-TIPO                 PIC X(01).
001140        88 SLA-GENERAL                     VALUE "G".
001150        88 SLA-DE-TRABAJO                  VALUE "T".
001160     05 FILLER                   PIC X(01).
001170     05 SLA-DATOS                PIC X(30).
001180 01  SLA-GENERAL-REC.
001190     05 FILLER                   PIC X(02).
001200     05 SLA-UMBRAL-CIERRE        PIC 9(07).
001210     05 FILLER                   PIC X(01).
001220     05 SLA-HORA-CORTE           PIC 9(02).
001230     05 FILLER                   PIC X(01).
001240     05 SLA-PCT-LENTO            PIC 9(03).
001250     05 FILLER                   PIC X(01).
001260     05 SLA-RACHA                PIC 9(01).
001270     05 FILLER                   PIC X(14).
001280 01  SLA-TRABAJO-REC.
001290     05 FILLER                   PIC X(02).
001300     05 SLA-TRABAJO              PIC X(08).
001310     05 FILLER                   PIC X(01).
001320     05 SLA-HORA-META            PIC X(08).
001330     05 FILLER                   PIC X(01).
001340     05 SLA-DURACION-MAX         PIC X(08).
001350     05 FILLER                   PIC X(01).
001360     05 SLA-PCT-TRABAJO          PIC X(03).
001370
001380*-----------------------------------------------------------
001390* HIS-RECORD: UNA CORRIDA TERMINADA O ABENDADA.
001400*   HIS-NOCHE     FECHA DE LA NOCHE A QUE PERTENECE (LA DEL
001410*                 INICIO, O LA DEL DIA ANTERIOR SI EMPEZO
001420*                 ANTES DE LA HORA DE CORTE).
001430*   HIS-CIERRE    "C" NOCHE DE CIERRE DE MES, "N" NORMAL.
001440*   HIS-SEGUNDOS  DURACION EN SEGUNDOS.
001450*-----------------------------------------------------------
001460 FD  VENTANA-HIS.
001470 01  HIS-RECORD.
001480     05 HIS-TRABAJO              PIC X(08).
001490     05 FILLER                   PIC X(01).
001500     05 HIS-INICIO               PIC X(19).
001510     05 FILLER                   PIC X(01).
001520     05 HIS-FIN                  PIC X(19).
001530     05 FILLER                   PIC X(01).
001540     05 HIS-ESTADO               PIC X(08).
001550     05 FILLER                   PIC X(01).
001560     05 HIS-NOCHE                PIC 9(08).
001570     05 FILLER                   PIC X(01).
001580     05 HIS-CIERRE               PIC X(01).
001590     05 FILLER                   PIC X(01).
001600     05 HIS-SEGUNDOS             PIC 9(07).
001610     05 FILLER                   PIC X(01).
001620     05 HIS-REGISTROS            PIC 9(07).
001630
001640 FD  VENTANA-RPT.
001650 01  RPT-RECORD                  PIC X(80).
001660
001670 WORKING-STORAGE SECTION.
001680*-----------------------------------------------------------
001690* INDICADORES DE ESTADO DE ARCHIVO
001700*-----------------------------------------------------------
001710 01  WS-FILE-STATUSES.
001720     05 WS-CTL-STATUS            PIC X(02) VALUE "00".
001730     05 WS-SLA-STATUS            PIC X(02) VALUE "00".
001740     05 WS-HIS-STATUS            PIC X(02) VALUE "00".
001750     05 WS-RPT-STATUS            PIC X(02) VALUE "00".
001760
001770*-----------------------------------------------------------
001780* SWITCHES
001790*-----------------------------------------------------------
001800 01  WS-SWITCHES.
001810     05 WS-EOF-SW                PIC X(01) VALUE "N".
001820        88 WS-EOF                          VALUE "Y".
001830     05 WS-EXISTE-SW             PIC X(01) VALUE "N".
001840        88 WS-EXISTE                       VALUE "Y".
001850     05 WS-RACHA-SW              PIC X(01) VALUE "N".
001860        88 WS-RACHA-VIVA                   VALUE "Y".
001870     05 WS-CORRIO-SW             PIC X(01) VALUE "N".
001880        88 WS-CORRIO                       VALUE "Y".
001890     05 WS-LUGAR-SW              PIC X(01) VALUE "N".
001900        88 WS-EN-SU-LUGAR                  VALUE "Y".
001910
001920*-----------------------------------------------------------
001930* PARAMETROS GENERALES, CON SUS VALORES POR OMISION
001940*-----------------------------------------------------------
001950 77  WS-UMBRAL-CIERRE            PIC 9(07) VALUE 40000.
001960 77  WS-HORA-CORTE               PIC 9(02) VALUE 12.
001970 77  WS-PCT-LENTO                PIC 9(03) VALUE 20.
001980 77  WS-RACHA                    PIC 9(01) VALUE 3.
001990 77  WS-TRABAJO-CIERRE           PIC X(08) VALUE "FECHAS".
002000 77  WS-MAX-HISTORIA             PIC 9(02) VALUE 30.
002010 77  WS-MIN-HISTORIA             PIC 9(02) VALUE 3.
002020
002030*-----------------------------------------------------------
002040* CONTADORES Y CAMPOS DE TRABAJO
002050*-----------------------------------------------------------
002060 77  WS-HIS-TALLY                PIC 9(05) COMP VALUE ZERO.
002070 77  WS-SLA-TALLY                PIC 9(03) COMP VALUE ZERO.
002080 77  WS-CIE-TALLY                PIC 9(04) COMP VALUE ZERO.
002090 77  WS-EJE-TALLY                PIC 9(02) COMP VALUE ZERO.
002100 77  WS-IDX                      PIC 9(05) COMP VALUE ZERO.
002110 77  WS-JDX                      PIC 9(05) COMP VALUE ZERO.
002120 77  WS-SLA-IDX                  PIC 9(03) COMP VALUE ZERO.
002130 77  WS-CIE-IDX                  PIC 9(04) COMP VALUE ZERO.
002140 77  WS-POS                      PIC 9(05) COMP VALUE ZERO.
002150 77  WS-NUEVAS                   PIC 9(05) COMP VALUE ZERO.
002160 77  WS-NOCHE                    PIC 9(08) VALUE ZERO.
002170 77  WS-NOCHE-CIERRE             PIC X(01) VALUE "N".
002180 77  WS-DIA-INT                  PIC 9(09) COMP VALUE ZERO.
002190 77  WS-SEGS-INICIO              PIC 9(12) COMP VALUE ZERO.
002200 77  WS-SEGS-FIN                 PIC 9(12) COMP VALUE ZERO.
002210 77  WS-SEGS-META                PIC 9(12) COMP VALUE ZERO.
002220 77  WS-SEGS                     PIC 9(12) COMP VALUE ZERO.
002230 77  WS-VENT-INICIO              PIC 9(12) COMP VALUE ZERO.
002240 77  WS-VENT-FIN                 PIC 9(12) COMP VALUE ZERO.
002250 77  WS-VENT-INICIO-X            PIC X(19) VALUE SPACE.
002260 77  WS-VENT-FIN-X               PIC X(19) VALUE SPACE.
002270 77  WS-SUMA                     PIC 9(12) COMP VALUE ZERO.
002280 77  WS-CUENTA                   PIC 9(03) COMP VALUE ZERO.
002290 77  WS-NUEVAS-ANT               PIC 9(05) COMP VALUE ZERO.
002300 77  WS-PROMEDIO                 PIC 9(07) VALUE ZERO.
002310 77  WS-VARIACION                PIC S9(07) VALUE ZERO.
002320 77  WS-REG-MIN                  PIC 9(09) VALUE ZERO.
002330 77  WS-ANTERIOR                 PIC 9(07) VALUE ZERO.
002340 77  WS-SUBIDAS                  PIC 9(02) COMP VALUE ZERO.
002350 77  WS-PCT                      PIC 9(03) VALUE ZERO.
002360 77  WS-META-SEGS                PIC 9(07) VALUE ZERO.
002370 77  WS-MAX-SEGS                 PIC 9(07) VALUE ZERO.
002380 77  WS-RC                       PIC 9(02) VALUE ZERO.
002390
002400*-----------------------------------------------------------
002410* CIFRAS DE LA NOCHE
002420*-----------------------------------------------------------
002430 77  WS-TOT-CORRIDAS             PIC 9(05) COMP VALUE ZERO.
002440 77  WS-TOT-LENTAS               PIC 9(05) COMP VALUE ZERO.
002450 77  WS-TOT-MAXIMO               PIC 9(05) COMP VALUE ZERO.
002460 77  WS-TOT-TARDE                PIC 9(05) COMP VALUE ZERO.
002470 77  WS-TOT-SUBEN                PIC 9(05) COMP VALUE ZERO.
002480 77  WS-TOT-ABENDOS              PIC 9(05) COMP VALUE ZERO.
002490 77  WS-TOT-NO-CORRIO            PIC 9(05) COMP VALUE ZERO.
002500
002510*-----------------------------------------------------------
002520* CAMPOS PARA DESARMAR UNA HORA O UNA FECHA-HORA DE RUN-CTL
002530*-----------------------------------------------------------
002540 01  WS-FECHA-HORA               PIC X(19) VALUE SPACE.
002550 01  WS-FH-PARTES REDEFINES WS-FECHA-HORA.
002560     05 WFH-ANIO                 PIC 9(04).
002570     05 FILLER                   PIC X(01).
002580     05 WFH-MES                  PIC 9(02).
002590     05 FILLER                   PIC X(01).
002600     05 WFH-DIA                  PIC 9(02).
002610     05 FILLER                   PIC X(01).
002620     05 WFH-HORA                 PIC 9(02).
002630     05 FILLER                   PIC X(01).
002640     05 WFH-MIN                  PIC 9(02).
002650     05 FILLER                   PIC X(01).
002660     05 WFH-SEG                  PIC 9(02).
002670
002680 01  WS-FECHA-NUM.
002690     05 WFN-ANIO                 PIC 9(04).
002700     05 WFN-MES                  PIC 9(02).
002710     05 WFN-DIA                  PIC 9(02).
002720 01  WS-FECHA-8 REDEFINES WS-FECHA-NUM
002730                                 PIC 9(08).
002740
002750 01  WS-HMS                      PIC X(08) VALUE SPACE.
002760 01  WS-HMS-PARTES REDEFINES WS-HMS.
002770     05 WHM-HORA                 PIC 9(02).
002780     05 WHM-SEP1                 PIC X(01).
002790     05 WHM-MIN                  PIC 9(02).
002800     05 WHM-SEP2                 PIC X(01).
002810     05 WHM-SEG                  PIC 9(02).
002820
002830*-----------------------------------------------------------
002840* HISTORIA DE CORRIDAS, EN ORDEN DE INICIO
002850*-----------------------------------------------------------
002860 01  WS-HIS-TABLE.
002870     05 WS-HIS-ENTRY             OCCURS 3000 TIMES.
002880         10 WS-HIS-TRABAJO       PIC X(08).
002890         10 WS-HIS-INICIO        PIC X(19).
002900         10 WS-HIS-FIN           PIC X(19).
002910         10 WS-HIS-ESTADO        PIC X(08).
002920            88 WS-HIS-TERMINO              VALUE "TERMINO".
002930         10 WS-HIS-NOCHE         PIC 9(08).
002940         10 WS-HIS-CIERRE        PIC X(01).
002950         10 WS-HIS-SEGUNDOS      PIC 9(07).
002960         10 WS-HIS-REGISTROS     PIC 9(07).
002970         10 WS-HIS-SEGS-INICIO   PIC 9(12) COMP.
002980         10 WS-HIS-SEGS-FIN      PIC 9(12) COMP.
002990
003000 01  WS-HIS-NUEVA.
003010     05 WHN-TRABAJO              PIC X(08).
003020     05 WHN-INICIO               PIC X(19).
003030     05 WHN-FIN                  PIC X(19).
003040     05 WHN-ESTADO               PIC X(08).
003050     05 WHN-NOCHE                PIC 9(08).
003060     05 WHN-CIERRE               PIC X(01).
003070     05 WHN-SEGUNDOS             PIC 9(07).
003080     05 WHN-REGISTROS            PIC 9(07).
003090     05 WHN-SEGS-INICIO          PIC 9(12) COMP.
003100     05 WHN-SEGS-FIN             PIC 9(12) COMP.
003110
003120*-----------------------------------------------------------
003130* NOCHES DE CIERRE DE MES HALLADAS EN LA HISTORIA
003140*-----------------------------------------------------------
003150 01  WS-CIE-TABLE.
003160     05 WS-CIE-NOCHE             PIC 9(08) OCCURS 1000 TIMES.
003170
003180*-----------------------------------------------------------
003190* CORRIDAS QUE RUN-CTL TIENE TODAVIA EN EJECUCION
003200*-----------------------------------------------------------
003210 01  WS-EJE-TABLE.
003220     05 WS-EJE-ENTRY             OCCURS 20 TIMES.
003230         10 WS-EJE-TRABAJO       PIC X(08).
003240         10 WS-EJE-INICIO        PIC X(19).
003250         10 WS-EJE-NOCHE         PIC 9(08).
003260
003270*-----------------------------------------------------------
003280* SLA DE CADA TRABAJO, EN SEGUNDOS (CERO = NO HAY)
003290*-----------------------------------------------------------
003300 01  WS-SLA-TABLE.
003310     05 WS-SLA-ENTRY             OCCURS 100 TIMES.
003320         10 WS-SLA-TRABAJO       PIC X(08).
003330         10 WS-SLA-META          PIC 9(07).
003340         10 WS-SLA-MAX           PIC 9(07).
003350         10 WS-SLA-PCT           PIC 9(03).
003360         10 WS-SLA-HAY-META      PIC X(01).
003370         10 WS-SLA-HAY-PCT       PIC X(01).
003380
003390*-----------------------------------------------------------
003400* RENGLONES DEL REPORTE
003410*-----------------------------------------------------------
003420 01  WS-COR-TITULO.
003430     05 FILLER                   PIC X(35) VALUE
003440        "TRABAJO  INICIO   FIN      DURACION".
003450     05 FILLER                   PIC X(45) VALUE
003460        " PROMEDIO  N VAR% REGMIN MARCAS".
003470
003480 01  WS-COR-LINEA.
003490     05 WCL-TRABAJO              PIC X(08).
003500     05 FILLER                   PIC X(01) VALUE SPACE.
003510     05 WCL-INICIO               PIC X(08).
003520     05 FILLER                   PIC X(01) VALUE SPACE.
003530     05 WCL-FIN                  PIC X(08).
003540     05 FILLER                   PIC X(01) VALUE SPACE.
003550     05 WCL-DURACION             PIC X(08).
003560     05 FILLER                   PIC X(01) VALUE SPACE.
003570     05 WCL-PROMEDIO             PIC X(08).
003580     05 WCL-CUENTA               PIC ZZ9.
003590     05 FILLER                   PIC X(01) VALUE SPACE.
003600     05 WCL-VARIACION            PIC X(04).
003610     05 FILLER                   PIC X(01) VALUE SPACE.
003620     05 WCL-REG-MIN              PIC X(06).
003630     05 FILLER                   PIC X(01) VALUE SPACE.
003640     05 WCL-MARCAS               PIC X(20).
003650
003660 77  WS-MARCAS                   PIC X(21) VALUE SPACE.
003670 77  WS-MARCA-PTR                PIC 9(02) COMP VALUE ZERO.
003680
003690 77  WS-VAR-ED                   PIC +ZZ9.
003700 77  WS-REG-MIN-ED               PIC Z(05)9.
003710
003720 01  WS-RPT-DET.
003730     05 WRD-LABEL                PIC X(38).
003740     05 WRD-COUNT                PIC Z(06)9.
003750     05 FILLER                   PIC X(35) VALUE SPACE.
003760
003770 01  WS-RPT-TEXT                 PIC X(80) VALUE SPACE.
003780 77  WS-PCT-ED                   PIC ZZ9.
003790 77  WS-RACHA-ED                 PIC 9.
003800 77  WS-UMBRAL-ED                PIC Z,ZZZ,ZZ9.
003810
003820 01  WS-NOCHE-DISPLAY.
003830     05 WND-ANIO                 PIC 9(04).
003840     05 FILLER                   PIC X(01) VALUE "-".
003850     05 WND-MES                  PIC 9(02).
003860     05 FILLER                   PIC X(01) VALUE "-".
003870     05 WND-DIA                  PIC 9(02).
003880
003890 01  WS-TIMESTAMP.
003900     05 WTS-DATE                 PIC 9(08).
003910     05 WTS-TIME                 PIC 9(08).
003920     05 WTS-DIFF                 PIC X(09) VALUE SPACE.
003930
003940 01  WS-TIMESTAMP-DISPLAY.
003950     05 WTD-YEAR                 PIC 9(04).
003960     05 WTD-DASH1                PIC X(01) VALUE "-".
003970     05 WTD-MONTH                PIC 9(02).
003980     05 WTD-DASH2                PIC X(01) VALUE "-".
003990     05 WTD-DAY                  PIC 9(02).
004000     05 WTD-SPACE                PIC X(01) VALUE SPACE.
004010     05 WTD-HOUR                 PIC 9(02).
004020     05 WTD-COLON1               PIC X(01) VALUE ":".
004030     05 WTD-MIN                  PIC 9(02).
004040     05 WTD-COLON2               PIC X(01) VALUE ":".
004050     05 WTD-SEC                  PIC 9(02).
004060
004070 PROCEDURE DIVISION.
004080*-----------------------------------------------------------
004090* 0000-MAINLINE
004100* PASA RUN-CTL A LA HISTORIA, CLASIFICA LAS NOCHES, REPORTA LA
004110* ULTIMA Y GRABA LA HISTORIA.
004120*-----------------------------------------------------------
004130 0000-MAINLINE.
004140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004150     PERFORM 2000-CAPTURA THRU 2000-EXIT.
004160     PERFORM 2500-CLASIFICA THRU 2500-EXIT.
004170     IF WS-HIS-TALLY = ZERO
004180         DISPLAY "VENTANA: NO HAY CORRIDAS TERMINADAS EN "
004190             "RUN-CTL NI EN LA HISTORIA."
004200         CLOSE VENTANA-RPT
004210         MOVE 4 TO RETURN-CODE
004220         GOBACK
004230     END-IF.
004240     PERFORM 3000-NOCHE THRU 3000-EXIT.
004250     PERFORM 4000-REPORTE THRU 4000-EXIT.
004260     PERFORM 5000-GRABA-HISTORIA THRU 5000-EXIT.
004270     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004280     GOBACK.
004290
004300*-----------------------------------------------------------
004310* 1000-INITIALIZE
004320* LEE LOS PARAMETROS DEL SLA, CARGA LA HISTORIA Y ABRE EL
004330* REPORTE.
004340*-----------------------------------------------------------
004350 1000-INITIALIZE.
004360     PERFORM 1100-CARGA-SLA THRU 1100-EXIT.
004370     PERFORM 1200-CARGA-HISTORIA THRU 1200-EXIT.
004380     OPEN OUTPUT VENTANA-RPT.
004390     IF WS-RPT-STATUS NOT = "00"
004400         DISPLAY "VENTANA: NO SE PUDO ABRIR VENTANA-RPT.DAT "
004410             WS-RPT-STATUS
004420         GO TO 9999-ABEND
004430     END-IF.
004440 1000-EXIT.
004450     EXIT.
004460
004470*-----------------------------------------------------------
004480* 1100-CARGA-SLA
004490* SIN VENTANA-SLA.DAT SOLO SE COMPARA CONTRA EL PROMEDIO.
004500*-----------------------------------------------------------
004510 1100-CARGA-SLA.
004520     MOVE ZERO TO WS-SLA-TALLY.
004530     MOVE "N" TO WS-EOF-SW.
004540     OPEN INPUT VENTANA-SLA.
004550     IF WS-SLA-STATUS NOT = "00"
004560         DISPLAY "VENTANA: SIN VENTANA-SLA.DAT, NO HAY "
004570             "HORAS META NI DURACIONES MAXIMAS."
004580         GO TO 1100-EXIT
004590     END-IF.
004600     PERFORM 1110-LEE-SLA THRU 1110-EXIT
004610         UNTIL WS-EOF.
004620     CLOSE VENTANA-SLA.
004630 1100-EXIT.
004640     EXIT.
004650
004660 1110-LEE-SLA.
004670     READ VENTANA-SLA
004680         AT END
004690             SET WS-EOF TO TRUE
004700             GO TO 1110-EXIT
004710     END-READ.
004720     IF SLA-GENERAL
004730         IF SLA-UMBRAL-CIERRE IS NUMERIC
004740             AND SLA-UMBRAL-CIERRE > ZERO
004750             MOVE SLA-UMBRAL-CIERRE TO WS-UMBRAL-CIERRE
004760         END-IF
004770         IF SLA-HORA-CORTE IS NUMERIC
004780             AND SLA-HORA-CORTE < 24
004790             MOVE SLA-HORA-CORTE TO WS-HORA-CORTE
004800         END-IF
004810         IF SLA-PCT-LENTO IS NUMERIC
004820             MOVE SLA-PCT-LENTO TO WS-PCT-LENTO
004830         END-IF
004840         IF SLA-RACHA IS NUMERIC
004850             AND SLA-RACHA > ZERO
004860             MOVE SLA-RACHA TO WS-RACHA
004870         END-IF
004880         GO TO 1110-EXIT
004890     END-IF.
004900     IF NOT SLA-DE-TRABAJO
004910         GO TO 1110-EXIT
004920     END-IF.
004930     IF WS-SLA-TALLY >= 100
004940         DISPLAY "VENTANA: TABLA DEL SLA LLENA, SE IGNORA "
004950             SLA-TRABAJO
004960         GO TO 1110-EXIT
004970     END-IF.
004980     ADD 1 TO WS-SLA-TALLY.
004990     MOVE SLA-TRABAJO TO WS-SLA-TRABAJO (WS-SLA-TALLY).
005000     MOVE ZERO TO WS-SLA-META (WS-SLA-TALLY)
005010                  WS-SLA-MAX (WS-SLA-TALLY).
005020     MOVE "N" TO WS-SLA-HAY-META (WS-SLA-TALLY).
005030     MOVE ZERO TO WS-SLA-PCT (WS-SLA-TALLY).
005040     MOVE "N" TO WS-SLA-HAY-PCT (WS-SLA-TALLY).
005050     MOVE SLA-HORA-META TO WS-HMS.
005060     PERFORM 7100-HMS-A-SEGUNDOS THRU 7100-EXIT.
005070     IF WS-SEGS NOT = ZERO OR WS-HMS = "00:00:00"
005080         MOVE WS-SEGS TO WS-SLA-META (WS-SLA-TALLY)
005090         MOVE "S" TO WS-SLA-HAY-META (WS-SLA-TALLY)
005100     END-IF.
005110     MOVE SLA-DURACION-MAX TO WS-HMS.
005120     PERFORM 7100-HMS-A-SEGUNDOS THRU 7100-EXIT.
005130     MOVE WS-SEGS TO WS-SLA-MAX (WS-SLA-TALLY).
005140     IF SLA-PCT-TRABAJO IS NUMERIC
005150         MOVE SLA-PCT-TRABAJO TO WS-SLA-PCT (WS-SLA-TALLY)
005160         MOVE "S" TO WS-SLA-HAY-PCT (WS-SLA-TALLY)
005170     END-IF.
005180 1110-EXIT.
005190     EXIT.
005200
005210*-----------------------------------------------------------
005220* 1200-CARGA-HISTORIA
005230* LA PRIMERA VEZ NO HAY HISTORIA Y SE EMPIEZA CON LO QUE HAYA
005240* EN RUN-CTL.
005250*-----------------------------------------------------------
005260 1200-CARGA-HISTORIA.
005270     MOVE ZERO TO WS-HIS-TALLY.
005280     MOVE "N" TO WS-EOF-SW.
005290     OPEN INPUT VENTANA-HIS.
005300     IF WS-HIS-STATUS NOT = "00"
005310         DISPLAY "VENTANA: SIN VENTANA-HIS.DAT, SE EMPIEZA UNA "
005320             "HISTORIA NUEVA."
005330         GO TO 1200-EXIT
005340     END-IF.
005350     PERFORM 1210-LEE-HISTORIA THRU 1210-EXIT
005360         UNTIL WS-EOF.
005370     CLOSE VENTANA-HIS.
005380 1200-EXIT.
005390     EXIT.
005400
005410 1210-LEE-HISTORIA.
005420     READ VENTANA-HIS
005430         AT END
005440             SET WS-EOF TO TRUE
005450             GO TO 1210-EXIT
005460     END-READ.
005470     MOVE HIS-TRABAJO   TO WHN-TRABAJO.
005480     MOVE HIS-INICIO    TO WHN-INICIO.
005490     MOVE HIS-FIN       TO WHN-FIN.
005500     MOVE HIS-ESTADO    TO WHN-ESTADO.
005510     MOVE HIS-NOCHE     TO WHN-NOCHE.
005520     MOVE HIS-CIERRE    TO WHN-CIERRE.
005530     MOVE HIS-SEGUNDOS  TO WHN-SEGUNDOS.
005540     MOVE HIS-REGISTROS TO WHN-REGISTROS.
005550     MOVE HIS-INICIO TO WS-FECHA-HORA.
005560     PERFORM 7000-FH-A-SEGUNDOS THRU 7000-EXIT.
005570     MOVE WS-SEGS TO WHN-SEGS-INICIO.
005580     MOVE HIS-FIN TO WS-FECHA-HORA.
005590     PERFORM 7000-FH-A-SEGUNDOS THRU 7000-EXIT.
005600     MOVE WS-SEGS TO WHN-SEGS-FIN.
005610     PERFORM 2300-INSERTA THRU 2300-EXIT.
005620 1210-EXIT.
005630     EXIT.
005640
005650*-----------------------------------------------------------
005660* 2000-CAPTURA
005670* CADA CORRIDA TERMINADA O ABENDADA DE RUN-CTL QUE NO ESTE YA
005680* EN LA HISTORIA (TRABAJO E INICIO) ENTRA A ELLA. LAS QUE
005690* SIGUEN EN EJECUCION SE GUARDAN APARTE PARA EL REPORTE; LOS
005700* RENGLONES DE COMANDOS DE LA MALLA NO SON CORRIDAS.
005710*-----------------------------------------------------------
005720 2000-CAPTURA.
005730     MOVE ZERO TO WS-NUEVAS WS-EJE-TALLY.
005740     MOVE "N" TO WS-EOF-SW.
005750     OPEN INPUT RUN-CTL.
005760     IF WS-CTL-STATUS NOT = "00"
005770         DISPLAY "VENTANA: SIN RUN-CTL.DAT, SOLO SE USA LA "
005780             "HISTORIA."
005790         GO TO 2000-EXIT
005800     END-IF.
005810     PERFORM 2100-LEE-CORRIDA THRU 2100-EXIT
005820         UNTIL WS-EOF.
005830     CLOSE RUN-CTL.
005840 2000-EXIT.
005850     EXIT.
005860
005870 2100-LEE-CORRIDA.
005880     READ RUN-CTL
005890         AT END
005900             SET WS-EOF TO TRUE
005910             GO TO 2100-EXIT
005920     END-READ.
005930     IF CTL-ESTADO = "EJECUTA"
005940         PERFORM 2400-GUARDA-EJECUTA THRU 2400-EXIT
005950         GO TO 2100-EXIT
005960     END-IF.
005970     IF CTL-ESTADO NOT = "TERMINO" AND CTL-ESTADO NOT = "ABENDO"
005980         GO TO 2100-EXIT
005990     END-IF.
006000     MOVE "N" TO WS-EXISTE-SW.
006010     MOVE ZERO TO WS-IDX.
006020     PERFORM 2110-BUSCA-CORRIDA THRU 2110-EXIT
006030         UNTIL WS-IDX >= WS-HIS-TALLY OR WS-EXISTE.
006040     IF WS-EXISTE
006050         GO TO 2100-EXIT
006060     END-IF.
006070
006080     MOVE CTL-INICIO TO WS-FECHA-HORA.
006090     IF WFH-ANIO NOT NUMERIC OR WFH-HORA NOT NUMERIC
006100         GO TO 2100-EXIT
006110     END-IF.
006120     PERFORM 7000-FH-A-SEGUNDOS THRU 7000-EXIT.
006130     MOVE WS-SEGS TO WHN-SEGS-INICIO.
006140     PERFORM 7200-NOCHE-DE THRU 7200-EXIT.
006150     MOVE CTL-FIN TO WS-FECHA-HORA.
006160     IF WFH-ANIO NOT NUMERIC OR WFH-HORA NOT NUMERIC
006170         GO TO 2100-EXIT
006180     END-IF.
006190     PERFORM 7000-FH-A-SEGUNDOS THRU 7000-EXIT.
006200     MOVE WS-SEGS TO WHN-SEGS-FIN.
006210     MOVE CTL-TRABAJO   TO WHN-TRABAJO.
006220     MOVE CTL-INICIO    TO WHN-INICIO.
006230     MOVE CTL-FIN       TO WHN-FIN.
006240     MOVE CTL-ESTADO    TO WHN-ESTADO.
006250     MOVE WS-NOCHE      TO WHN-NOCHE.
006260     MOVE "N"           TO WHN-CIERRE.
006270     MOVE CTL-REGISTROS TO WHN-REGISTROS.
006280     IF WHN-SEGS-FIN > WHN-SEGS-INICIO
006290         COMPUTE WHN-SEGUNDOS = WHN-SEGS-FIN - WHN-SEGS-INICIO
006300     ELSE
006310         MOVE ZERO TO WHN-SEGUNDOS
006320     END-IF.
006330     PERFORM 2300-INSERTA THRU 2300-EXIT.
006340     ADD 1 TO WS-NUEVAS.
006350 2100-EXIT.
006360     EXIT.
006370
006380 2110-BUSCA-CORRIDA.
006390     ADD 1 TO WS-IDX.
006400     IF WS-HIS-TRABAJO (WS-IDX) = CTL-TRABAJO
006410         AND WS-HIS-INICIO (WS-IDX) = CTL-INICIO
006420         SET WS-EXISTE TO TRUE
006430     END-IF.
006440 2110-EXIT.
006450     EXIT.
006460
006470*-----------------------------------------------------------
006480* 2300-INSERTA
006490* METE WS-HIS-NUEVA EN SU LUGAR POR HORA DE INICIO. CON LA
006500* TABLA LLENA SE DESCARTA LA CORRIDA MAS VIEJA, COMO EN RUNCTL.
006510*-----------------------------------------------------------
006520 2300-INSERTA.
006530     IF WS-HIS-TALLY >= 3000
006540         PERFORM 2310-DESCARTA-VIEJA THRU 2310-EXIT
006550     END-IF.
006560     MOVE WS-HIS-TALLY TO WS-POS.
006570     MOVE "N" TO WS-LUGAR-SW.
006580     PERFORM 2320-RECORRE-UNA THRU 2320-EXIT
006590         UNTIL WS-POS = ZERO OR WS-EN-SU-LUGAR.
006600     ADD 1 TO WS-HIS-TALLY.
006610     ADD 1 TO WS-POS.
006620     MOVE WS-HIS-NUEVA TO WS-HIS-ENTRY (WS-POS).
006630 2300-EXIT.
006640     EXIT.
006650
006660 2310-DESCARTA-VIEJA.
006670     MOVE ZERO TO WS-IDX.
006680     PERFORM 2311-CORRE-UNA THRU 2311-EXIT
006690         UNTIL WS-IDX >= WS-HIS-TALLY - 1.
006700     SUBTRACT 1 FROM WS-HIS-TALLY.
006710 2310-EXIT.
006720     EXIT.
006730
006740 2311-CORRE-UNA.
006750     ADD 1 TO WS-IDX.
006760     MOVE WS-HIS-ENTRY (WS-IDX + 1) TO WS-HIS-ENTRY (WS-IDX).
006770 2311-EXIT.
006780     EXIT.
006790
006800*    CORRE UN LUGAR HACIA ABAJO CADA CORRIDA QUE EMPEZO DESPUES
006810*    DE LA NUEVA; SE DETIENE EN LA PRIMERA QUE EMPEZO ANTES.
006820 2320-RECORRE-UNA.
006830     IF WS-HIS-SEGS-INICIO (WS-POS) <= WHN-SEGS-INICIO
006840         SET WS-EN-SU-LUGAR TO TRUE
006850         GO TO 2320-EXIT
006860     END-IF.
006870     MOVE WS-HIS-ENTRY (WS-POS) TO WS-HIS-ENTRY (WS-POS + 1).
006880     SUBTRACT 1 FROM WS-POS.
006890 2320-EXIT.
006900     EXIT.
006910
006920 2400-GUARDA-EJECUTA.
006930     IF WS-EJE-TALLY >= 20
006940         GO TO 2400-EXIT
006950     END-IF.
006960     MOVE CTL-INICIO TO WS-FECHA-HORA.
006970     IF WFH-ANIO NOT NUMERIC OR WFH-HORA NOT NUMERIC
006980         GO TO 2400-EXIT
006990     END-IF.
007000     PERFORM 7000-FH-A-SEGUNDOS THRU 7000-EXIT.
007010     PERFORM 7200-NOCHE-DE THRU 7200-EXIT.
007020     ADD 1 TO WS-EJE-TALLY.
007030     MOVE CTL-TRABAJO TO WS-EJE-TRABAJO (WS-EJE-TALLY).
007040     MOVE CTL-INICIO  TO WS-EJE-INICIO (WS-EJE-TALLY).
007050     MOVE WS-NOCHE    TO WS-EJE-NOCHE (WS-EJE-TALLY).
007060 2400-EXIT.
007070     EXIT.
007080
007090*-----------------------------------------------------------
007100* 2500-CLASIFICA
007110* UNA NOCHE ES DE CIERRE SI FECHAS TERMINO EN ELLA CON EL
007120* UMBRAL DE REGISTROS O MAS. TODAS LAS CORRIDAS DE ESA NOCHE
007130* QUEDAN MARCADAS "C". UNA CORRIDA YA MARCADA NO SE DESMARCA
007140* AUNQUE LA DE FECHAS HAYA SALIDO YA DE LA HISTORIA.
007150*-----------------------------------------------------------
007160 2500-CLASIFICA.
007170     MOVE ZERO TO WS-CIE-TALLY WS-IDX.
007180     PERFORM 2510-BUSCA-CIERRE THRU 2510-EXIT
007190         WS-HIS-TALLY TIMES.
007200     MOVE ZERO TO WS-IDX.
007210     PERFORM 2520-MARCA-CIERRE THRU 2520-EXIT
007220         WS-HIS-TALLY TIMES.
007230 2500-EXIT.
007240     EXIT.
007250
007260 2510-BUSCA-CIERRE.
007270     ADD 1 TO WS-IDX.
007280     IF WS-HIS-TRABAJO (WS-IDX) NOT = WS-TRABAJO-CIERRE
007290         OR NOT WS-HIS-TERMINO (WS-IDX)
007300         OR WS-HIS-REGISTROS (WS-IDX) < WS-UMBRAL-CIERRE
007310         GO TO 2510-EXIT
007320     END-IF.
007330     IF WS-CIE-TALLY > ZERO
007340         IF WS-CIE-NOCHE (WS-CIE-TALLY) = WS-HIS-NOCHE (WS-IDX)
007350             GO TO 2510-EXIT
007360         END-IF
007370     END-IF.
007380     IF WS-CIE-TALLY >= 1000
007390         GO TO 2510-EXIT
007400     END-IF.
007410     ADD 1 TO WS-CIE-TALLY.
007420     MOVE WS-HIS-NOCHE (WS-IDX) TO WS-CIE-NOCHE (WS-CIE-TALLY).
007430 2510-EXIT.
007440     EXIT.
007450
007460 2520-MARCA-CIERRE.
007470     ADD 1 TO WS-IDX.
007480     MOVE ZERO TO WS-CIE-IDX.
007490     PERFORM 2530-COMPARA-NOCHE THRU 2530-EXIT
007500         WS-CIE-TALLY TIMES.
007510 2520-EXIT.
007520     EXIT.
007530
007540 2530-COMPARA-NOCHE.
007550     ADD 1 TO WS-CIE-IDX.
007560     IF WS-CIE-NOCHE (WS-CIE-IDX) = WS-HIS-NOCHE (WS-IDX)
007570         MOVE "C" TO WS-HIS-CIERRE (WS-IDX)
007580     END-IF.
007590 2530-EXIT.
007600     EXIT.
007610
007620*-----------------------------------------------------------
007630* 3000-NOCHE
007640* LA NOCHE QUE SE REPORTA ES LA MAS RECIENTE DE LA HISTORIA.
007650* LA VENTANA VA DEL PRIMER INICIO AL ULTIMO FIN DE ESA NOCHE.
007660*-----------------------------------------------------------
007670 3000-NOCHE.
007680     MOVE WS-HIS-NOCHE (WS-HIS-TALLY) TO WS-NOCHE.
007690     MOVE ZERO TO WS-IDX WS-VENT-FIN.
007700     MOVE 999999999999 TO WS-VENT-INICIO.
007710     PERFORM 3100-MIDE-VENTANA THRU 3100-EXIT
007720         WS-HIS-TALLY TIMES.
007730 3000-EXIT.
007740     EXIT.
007750
007760 3100-MIDE-VENTANA.
007770     ADD 1 TO WS-IDX.
007780     IF WS-HIS-NOCHE (WS-IDX) NOT = WS-NOCHE
007790         GO TO 3100-EXIT
007800     END-IF.
007810     IF WS-HIS-SEGS-INICIO (WS-IDX) < WS-VENT-INICIO
007820         MOVE WS-HIS-SEGS-INICIO (WS-IDX) TO WS-VENT-INICIO
007830         MOVE WS-HIS-INICIO (WS-IDX) TO WS-VENT-INICIO-X
007840     END-IF.
007850     IF WS-HIS-SEGS-FIN (WS-IDX) > WS-VENT-FIN
007860         MOVE WS-HIS-SEGS-FIN (WS-IDX) TO WS-VENT-FIN
007870         MOVE WS-HIS-FIN (WS-IDX) TO WS-VENT-FIN-X
007880     END-IF.
007890     MOVE WS-HIS-CIERRE (WS-IDX) TO WS-NOCHE-CIERRE.
007900 3100-EXIT.
007910     EXIT.
007920
007930*-----------------------------------------------------------
007940* 4000-REPORTE
007950*-----------------------------------------------------------
007960 4000-REPORTE.
007970     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
007980     MOVE WTS-DATE (1:4)  TO WTD-YEAR.
007990     MOVE WTS-DATE (5:2)  TO WTD-MONTH.
008000     MOVE WTS-DATE (7:2)  TO WTD-DAY.
008010     MOVE WTS-TIME (1:2)  TO WTD-HOUR.
008020     MOVE WTS-TIME (3:2)  TO WTD-MIN.
008030     MOVE WTS-TIME (5:2)  TO WTD-SEC.
008040     MOVE WS-NOCHE TO WS-FECHA-8.
008050     MOVE WFN-ANIO TO WND-ANIO.
008060     MOVE WFN-MES  TO WND-MES.
008070     MOVE WFN-DIA  TO WND-DIA.
008080
008090     MOVE ALL "=" TO WS-RPT-TEXT.
008100     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
008110     MOVE "VENTANA - TIEMPOS DE LA VENTANA DE LOTE CONTRA EL SLA"
008120         TO WS-RPT-TEXT.
008130     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
008140     STRING "FECHA: " DELIMITED BY SIZE
008150         WS-TIMESTAMP-DISPLAY DELIMITED BY SIZE
008160         "  NOCHE DEL " DELIMITED BY SIZE
008170         WS-NOCHE-DISPLAY DELIMITED BY SIZE
008180         INTO WS-RPT-TEXT.
008190     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
008200     IF WS-NOCHE-CIERRE = "C"
008210         MOVE WS-UMBRAL-CIERRE TO WS-UMBRAL-ED
008220         MOVE ZERO TO WS-POS
008230         INSPECT WS-UMBRAL-ED TALLYING WS-POS
008240             FOR LEADING SPACE
008250         STRING "NOCHE DE CIERRE DE MES (FECHAS CON " DELIMITED
008260             BY SIZE
008270             WS-UMBRAL-ED (WS-POS + 1:) DELIMITED BY SIZE
008280             " REGISTROS O MAS):" DELIMITED BY SIZE
008290             INTO WS-RPT-TEXT
008300         PERFORM 7700-PON-TEXTO THRU 7700-EXIT
008310         MOVE "SE COMPARA SOLO CON OTRAS NOCHES DE CIERRE."
008320             TO WS-RPT-TEXT
008330     ELSE
008340         MOVE "NOCHE NORMAL: SE COMPARA SOLO CON OTRAS NOCHES "
008350             TO WS-RPT-TEXT
008360         MOVE "NORMALES." TO WS-RPT-TEXT (48:9)
008370     END-IF.
008380     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
008390     COMPUTE WS-SEGS = WS-VENT-FIN - WS-VENT-INICIO.
008400     PERFORM 7300-SEGUNDOS-A-HMS THRU 7300-EXIT.
008410     STRING "VENTANA: " DELIMITED BY SIZE
008420         WS-VENT-INICIO-X DELIMITED BY SIZE
008430         " A " DELIMITED BY SIZE
008440         WS-VENT-FIN-X DELIMITED BY SIZE
008450         "  DURACION " DELIMITED BY SIZE
008460         WS-HMS DELIMITED BY SIZE
008470         INTO WS-RPT-TEXT.
008480     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
008490     MOVE ALL "-" TO WS-RPT-TEXT.
008500     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
008510
008520     WRITE RPT-RECORD FROM WS-COR-TITULO.
008530     MOVE ZERO TO WS-IDX.
008540     PERFORM 4100-JUZGA-CORRIDA THRU 4100-EXIT
008550         WS-HIS-TALLY TIMES.
008560     MOVE ZERO TO WS-IDX.
008570     PERFORM 4400-PON-EJECUTA THRU 4400-EXIT
008580         WS-EJE-TALLY TIMES.
008590
008600     MOVE ALL "-" TO WS-RPT-TEXT.
008610     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
008620     MOVE "TRABAJOS DEL SLA QUE NO CORRIERON EN LA NOCHE:"
008630         TO WS-RPT-TEXT.
008640     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
008650     MOVE ZERO TO WS-SLA-IDX.
008660     PERFORM 4500-BUSCA-FALTANTE THRU 4500-EXIT
008670         WS-SLA-TALLY TIMES.
008680     IF WS-TOT-NO-CORRIO = ZERO
008690         MOVE "  NINGUNO" TO WS-RPT-TEXT
008700         PERFORM 7700-PON-TEXTO THRU 7700-EXIT
008710     END-IF.
008720
008730     MOVE ALL "-" TO WS-RPT-TEXT.
008740     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
008750     MOVE WS-PCT-LENTO TO WS-PCT-ED.
008760     MOVE WS-RACHA TO WS-RACHA-ED.
008770     STRING "LENTA: MAS DE " DELIMITED BY SIZE
008780         WS-PCT-ED DELIMITED BY SIZE
008790         "% SOBRE SU PROMEDIO (SI NO TIENE OTRO EN EL SLA)"
008800         DELIMITED BY SIZE INTO WS-RPT-TEXT.
008810     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
008820     MOVE "MAX: PASO SU DURACION MAXIMA. TARDE: TERMINO "
008830         TO WS-RPT-TEXT.
008840     MOVE "DESPUES DE SU HORA META." TO WS-RPT-TEXT (46:24).
008850     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
008860     STRING "SUBE: " DELIMITED BY SIZE
008870         WS-RACHA-ED DELIMITED BY SIZE
008880         " CORRIDAS SEGUIDAS, CADA UNA MAS LARGA QUE LA ANTERIOR."
008890         DELIMITED BY SIZE INTO WS-RPT-TEXT.
008900     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
008910     MOVE "PROMEDIO Y N: LAS ULTIMAS 30 CORRIDAS TERMINADAS "
008920         TO WS-RPT-TEXT.
008930     MOVE "DE LA MISMA CLASE;" TO WS-RPT-TEXT (50:18).
008940     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
008950     MOVE "NO SE JUZGA LENTA NI SUBE CON MENOS DE 3."
008960         TO WS-RPT-TEXT.
008970     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
008980     MOVE ALL "-" TO WS-RPT-TEXT.
008990     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
009000     MOVE "CORRIDAS EN LA NOCHE" TO WRD-LABEL.
009010     MOVE WS-TOT-CORRIDAS TO WRD-COUNT.
009020     PERFORM 7800-PON-DETALLE THRU 7800-EXIT.
009030     MOVE "  LENTAS" TO WRD-LABEL.
009040     MOVE WS-TOT-LENTAS TO WRD-COUNT.
009050     PERFORM 7800-PON-DETALLE THRU 7800-EXIT.
009060     MOVE "  SOBRE SU DURACION MAXIMA" TO WRD-LABEL.
009070     MOVE WS-TOT-MAXIMO TO WRD-COUNT.
009080     PERFORM 7800-PON-DETALLE THRU 7800-EXIT.
009090     MOVE "  TERMINARON TARDE" TO WRD-LABEL.
009100     MOVE WS-TOT-TARDE TO WRD-COUNT.
009110     PERFORM 7800-PON-DETALLE THRU 7800-EXIT.
009120     MOVE "  CON TENDENCIA A SUBIR" TO WRD-LABEL.
009130     MOVE WS-TOT-SUBEN TO WRD-COUNT.
009140     PERFORM 7800-PON-DETALLE THRU 7800-EXIT.
009150     MOVE "  ABENDADAS" TO WRD-LABEL.
009160     MOVE WS-TOT-ABENDOS TO WRD-COUNT.
009170     PERFORM 7800-PON-DETALLE THRU 7800-EXIT.
009180     MOVE "TRABAJOS DEL SLA QUE NO CORRIERON" TO WRD-LABEL.
009190     MOVE WS-TOT-NO-CORRIO TO WRD-COUNT.
009200     PERFORM 7800-PON-DETALLE THRU 7800-EXIT.
009210     MOVE "CORRIDAS NUEVAS EN LA HISTORIA" TO WRD-LABEL.
009220     MOVE WS-NUEVAS TO WRD-COUNT.
009230     PERFORM 7800-PON-DETALLE THRU 7800-EXIT.
009240     MOVE ALL "=" TO WS-RPT-TEXT.
009250     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
009260 4000-EXIT.
009270     EXIT.
009280
009290*-----------------------------------------------------------
009300* 4100-JUZGA-CORRIDA
009310* UNA CORRIDA DE LA NOCHE CONTRA SU PROMEDIO, SU TENDENCIA Y
009320* SU SLA, Y SU RENGLON EN EL REPORTE.
009330*-----------------------------------------------------------
009340 4100-JUZGA-CORRIDA.
009350     ADD 1 TO WS-IDX.
009360     IF WS-HIS-NOCHE (WS-IDX) NOT = WS-NOCHE
009370         GO TO 4100-EXIT
009380     END-IF.
009390     ADD 1 TO WS-TOT-CORRIDAS.
009400     MOVE SPACE TO WS-COR-LINEA.
009410     MOVE WS-HIS-TRABAJO (WS-IDX)         TO WCL-TRABAJO.
009420     MOVE WS-HIS-INICIO (WS-IDX) (12:8)   TO WCL-INICIO.
009430     MOVE WS-HIS-FIN (WS-IDX) (12:8)      TO WCL-FIN.
009440     MOVE WS-HIS-SEGUNDOS (WS-IDX)        TO WS-SEGS.
009450     PERFORM 7300-SEGUNDOS-A-HMS THRU 7300-EXIT.
009460     MOVE WS-HMS TO WCL-DURACION.
009470
009480     IF WS-HIS-REGISTROS (WS-IDX) > ZERO
009490         IF WS-HIS-SEGUNDOS (WS-IDX) > ZERO
009500             COMPUTE WS-REG-MIN ROUNDED =
009510                 WS-HIS-REGISTROS (WS-IDX) * 60
009520                 / WS-HIS-SEGUNDOS (WS-IDX)
009530         ELSE
009540             COMPUTE WS-REG-MIN = WS-HIS-REGISTROS (WS-IDX) * 60
009550         END-IF
009560         IF WS-REG-MIN > 999999
009570             MOVE 999999 TO WS-REG-MIN
009580         END-IF
009590         MOVE WS-REG-MIN TO WS-REG-MIN-ED
009600         MOVE WS-REG-MIN-ED TO WCL-REG-MIN
009610     END-IF.
009620
009630     IF NOT WS-HIS-TERMINO (WS-IDX)
009640         MOVE "ABENDO" TO WCL-MARCAS
009650         ADD 1 TO WS-TOT-ABENDOS
009660         GO TO 4100-ESCRIBE
009670     END-IF.
009680
009690     PERFORM 4200-PROMEDIO THRU 4200-EXIT.
009700     MOVE WS-CUENTA TO WCL-CUENTA.
009710     IF WS-CUENTA > ZERO
009720         MOVE WS-PROMEDIO TO WS-SEGS
009730         PERFORM 7300-SEGUNDOS-A-HMS THRU 7300-EXIT
009740         MOVE WS-HMS TO WCL-PROMEDIO
009750         IF WS-PROMEDIO > ZERO
009760             COMPUTE WS-VARIACION ROUNDED =
009770                 (WS-HIS-SEGUNDOS (WS-IDX) - WS-PROMEDIO) * 100
009780                 / WS-PROMEDIO
009790         ELSE
009800             MOVE ZERO TO WS-VARIACION
009810         END-IF
009820         IF WS-VARIACION > 999
009830             MOVE 999 TO WS-VARIACION
009840         END-IF
009850         MOVE WS-VARIACION TO WS-VAR-ED
009860         MOVE WS-VAR-ED TO WCL-VARIACION
009870     END-IF.
009880
009890     MOVE SPACE TO WS-MARCAS.
009900     MOVE 1 TO WS-MARCA-PTR.
009910     PERFORM 4300-BUSCA-SLA THRU 4300-EXIT.
009920     IF WS-CUENTA >= WS-MIN-HISTORIA
009930         AND WS-HIS-SEGUNDOS (WS-IDX) * 100 >
009940             WS-PROMEDIO * (100 + WS-PCT)
009950         STRING "LENTA " DELIMITED BY SIZE
009960             INTO WS-MARCAS WITH POINTER WS-MARCA-PTR
009970         ADD 1 TO WS-TOT-LENTAS
009980     END-IF.
009990     IF WS-MAX-SEGS > ZERO
010000         AND WS-HIS-SEGUNDOS (WS-IDX) > WS-MAX-SEGS
010010         STRING "MAX " DELIMITED BY SIZE
010020             INTO WS-MARCAS WITH POINTER WS-MARCA-PTR
010030         ADD 1 TO WS-TOT-MAXIMO
010040     END-IF.
010050     IF WS-SLA-IDX > ZERO
010060         IF WS-SLA-HAY-META (WS-SLA-IDX) = "S"
010070             PERFORM 4700-REVISA-META THRU 4700-EXIT
010080         END-IF
010090     END-IF.
010100     IF WS-CUENTA >= WS-MIN-HISTORIA
010110         AND WS-SUBIDAS >= WS-RACHA
010120         STRING "SUBE " DELIMITED BY SIZE
010130             INTO WS-MARCAS WITH POINTER WS-MARCA-PTR
010140         ADD 1 TO WS-TOT-SUBEN
010150     END-IF.
010160     MOVE WS-MARCAS TO WCL-MARCAS.
010170 4100-ESCRIBE.
010180     WRITE RPT-RECORD FROM WS-COR-LINEA.
010190 4100-EXIT.
010200     EXIT.
010210
010220*-----------------------------------------------------------
010230* 4200-PROMEDIO
010240* RECORRE HACIA ATRAS LAS CORRIDAS TERMINADAS ANTERIORES DEL
010250* MISMO TRABAJO Y LA MISMA CLASE DE NOCHE, HASTA 30. MIENTRAS
010260* CADA UNA SEA MAS CORTA QUE LA SIGUIENTE CUENTA LAS SUBIDAS.
010270*-----------------------------------------------------------
010280 4200-PROMEDIO.
010290     MOVE ZERO TO WS-SUMA WS-CUENTA WS-SUBIDAS WS-PROMEDIO.
010300     MOVE WS-HIS-SEGUNDOS (WS-IDX) TO WS-ANTERIOR.
010310     SET WS-RACHA-VIVA TO TRUE.
010320     MOVE WS-IDX TO WS-JDX.
010330     PERFORM 4210-UNA-ANTERIOR THRU 4210-EXIT
010340         UNTIL WS-JDX <= 1 OR WS-CUENTA >= WS-MAX-HISTORIA.
010350     IF WS-CUENTA > ZERO
010360         COMPUTE WS-PROMEDIO ROUNDED = WS-SUMA / WS-CUENTA
010370     END-IF.
010380 4200-EXIT.
010390     EXIT.
010400
010410 4210-UNA-ANTERIOR.
010420     SUBTRACT 1 FROM WS-JDX.
010430     IF WS-HIS-TRABAJO (WS-JDX) NOT = WS-HIS-TRABAJO (WS-IDX)
010440         OR WS-HIS-CIERRE (WS-JDX) NOT = WS-HIS-CIERRE (WS-IDX)
010450         OR NOT WS-HIS-TERMINO (WS-JDX)
010460         GO TO 4210-EXIT
010470     END-IF.
010480     ADD 1 TO WS-CUENTA.
010490     ADD WS-HIS-SEGUNDOS (WS-JDX) TO WS-SUMA.
010500     IF WS-RACHA-VIVA
010510         IF WS-HIS-SEGUNDOS (WS-JDX) < WS-ANTERIOR
010520             ADD 1 TO WS-SUBIDAS
010530             MOVE WS-HIS-SEGUNDOS (WS-JDX) TO WS-ANTERIOR
010540         ELSE
010550             MOVE "N" TO WS-RACHA-SW
010560         END-IF
010570     END-IF.
010580 4210-EXIT.
010590     EXIT.
010600
010610*-----------------------------------------------------------
010620* 4300-BUSCA-SLA
010630* DEJA EL SLA DEL TRABAJO EN WS-SLA-IDX (CERO SI NO TIENE),
010640* WS-PCT Y WS-MAX-SEGS. SI EL TRABAJO NO TIENE PORCIENTO
010650* PROPIO QUEDA EL GENERAL.
010660*-----------------------------------------------------------
010670 4300-BUSCA-SLA.
010680     MOVE ZERO TO WS-SLA-IDX WS-MAX-SEGS.
010690     MOVE WS-PCT-LENTO TO WS-PCT.
010700     MOVE ZERO TO WS-JDX.
010710     PERFORM 4310-COMPARA-SLA THRU 4310-EXIT
010720         WS-SLA-TALLY TIMES.
010730     IF WS-SLA-IDX > ZERO
010740         IF WS-SLA-HAY-PCT (WS-SLA-IDX) = "S"
010750             MOVE WS-SLA-PCT (WS-SLA-IDX) TO WS-PCT
010760         END-IF
010770         MOVE WS-SLA-MAX (WS-SLA-IDX) TO WS-MAX-SEGS
010780     END-IF.
010790 4300-EXIT.
010800     EXIT.
010810
010820 4310-COMPARA-SLA.
010830     ADD 1 TO WS-JDX.
010840     IF WS-SLA-TRABAJO (WS-JDX) = WS-HIS-TRABAJO (WS-IDX)
010850         MOVE WS-JDX TO WS-SLA-IDX
010860     END-IF.
010870 4310-EXIT.
010880     EXIT.
010890
010900 4400-PON-EJECUTA.
010910     ADD 1 TO WS-IDX.
010920     IF WS-EJE-NOCHE (WS-IDX) NOT = WS-NOCHE
010930         GO TO 4400-EXIT
010940     END-IF.
010950     MOVE SPACE TO WS-COR-LINEA.
010960     MOVE WS-EJE-TRABAJO (WS-IDX)       TO WCL-TRABAJO.
010970     MOVE WS-EJE-INICIO (WS-IDX) (12:8) TO WCL-INICIO.
010980     MOVE "EN EJECUCION"                TO WCL-MARCAS.
010990     WRITE RPT-RECORD FROM WS-COR-LINEA.
011000 4400-EXIT.
011010     EXIT.
011020
011030*-----------------------------------------------------------
011040* 4500-BUSCA-FALTANTE
011050* UN TRABAJO CON SLA SIN CORRIDA TERMINADA, ABENDADA NI EN
011060* EJECUCION EN LA NOCHE.
011070*-----------------------------------------------------------
011080 4500-BUSCA-FALTANTE.
011090     ADD 1 TO WS-SLA-IDX.
011100     MOVE "N" TO WS-CORRIO-SW.
011110     MOVE ZERO TO WS-IDX.
011120     PERFORM 4510-BUSCA-EN-NOCHE THRU 4510-EXIT
011130         WS-HIS-TALLY TIMES.
011140     MOVE ZERO TO WS-IDX.
011150     PERFORM 4520-BUSCA-EN-EJECUCION THRU 4520-EXIT
011160         WS-EJE-TALLY TIMES.
011170     IF NOT WS-CORRIO
011180         STRING "  " DELIMITED BY SIZE
011190             WS-SLA-TRABAJO (WS-SLA-IDX) DELIMITED BY SIZE
011200             INTO WS-RPT-TEXT
011210         PERFORM 7700-PON-TEXTO THRU 7700-EXIT
011220         ADD 1 TO WS-TOT-NO-CORRIO
011230     END-IF.
011240 4500-EXIT.
011250     EXIT.
011260
011270 4510-BUSCA-EN-NOCHE.
011280     ADD 1 TO WS-IDX.
011290     IF WS-HIS-NOCHE (WS-IDX) = WS-NOCHE
011300         AND WS-HIS-TRABAJO (WS-IDX) = WS-SLA-TRABAJO (WS-SLA-IDX)
011310         SET WS-CORRIO TO TRUE
011320     END-IF.
011330 4510-EXIT.
011340     EXIT.
011350
011360 4520-BUSCA-EN-EJECUCION.
011370     ADD 1 TO WS-IDX.
011380     IF WS-EJE-NOCHE (WS-IDX) = WS-NOCHE
011390         AND WS-EJE-TRABAJO (WS-IDX) = WS-SLA-TRABAJO (WS-SLA-IDX)
011400         SET WS-CORRIO TO TRUE
011410     END-IF.
011420 4520-EXIT.
011430     EXIT.
011440
011450*-----------------------------------------------------------
011460* 4700-REVISA-META
011470* LA HORA META CAE EN EL DIA DE LA NOCHE SI ES DESPUES DE LA
011480* HORA DE CORTE, Y SI NO EN LA MADRUGADA DEL DIA SIGUIENTE.
011490*-----------------------------------------------------------
011500 4700-REVISA-META.
011510     COMPUTE WS-DIA-INT =
011520         FUNCTION INTEGER-OF-DATE (WS-HIS-NOCHE (WS-IDX)).
011530     IF WS-SLA-META (WS-SLA-IDX) < WS-HORA-CORTE * 3600
011540         ADD 1 TO WS-DIA-INT
011550     END-IF.
011560     COMPUTE WS-SEGS-META = WS-DIA-INT * 86400
011570         + WS-SLA-META (WS-SLA-IDX).
011580     IF WS-HIS-SEGS-FIN (WS-IDX) > WS-SEGS-META
011590         STRING "TARDE " DELIMITED BY SIZE
011600             INTO WS-MARCAS WITH POINTER WS-MARCA-PTR
011610         ADD 1 TO WS-TOT-TARDE
011620     END-IF.
011630 4700-EXIT.
011640     EXIT.
011650
011660*-----------------------------------------------------------
011670* 5000-GRABA-HISTORIA
011680* DE CADA TRABAJO Y CLASE DE NOCHE SE CONSERVAN LAS CORRIDAS
011690* QUE TENGAN MENOS DE 31 CORRIDAS TERMINADAS MAS NUEVAS: LAS
011700* 30 DEL PROMEDIO MAS LA DE LA NOCHE.
011710*-----------------------------------------------------------
011720 5000-GRABA-HISTORIA.
011730     OPEN OUTPUT VENTANA-HIS.
011740     IF WS-HIS-STATUS NOT = "00"
011750         DISPLAY "VENTANA: NO SE PUDO ABRIR VENTANA-HIS.DAT "
011760             WS-HIS-STATUS
011770         GO TO 9999-ABEND
011780     END-IF.
011790     MOVE ZERO TO WS-IDX.
011800     PERFORM 5100-GRABA-UNA THRU 5100-EXIT
011810         WS-HIS-TALLY TIMES.
011820     CLOSE VENTANA-HIS.
011830 5000-EXIT.
011840     EXIT.
011850
011860 5100-GRABA-UNA.
011870     ADD 1 TO WS-IDX.
011880     MOVE ZERO TO WS-CUENTA.
011890     MOVE WS-IDX TO WS-JDX.
011900     PERFORM 5110-CUENTA-NUEVA THRU 5110-EXIT
011910         UNTIL WS-JDX >= WS-HIS-TALLY
011920            OR WS-CUENTA > WS-MAX-HISTORIA.
011930     IF WS-CUENTA > WS-MAX-HISTORIA
011940         GO TO 5100-EXIT
011950     END-IF.
011960     MOVE SPACE TO HIS-RECORD.
011970     MOVE WS-HIS-TRABAJO (WS-IDX)   TO HIS-TRABAJO.
011980     MOVE WS-HIS-INICIO (WS-IDX)    TO HIS-INICIO.
011990     MOVE WS-HIS-FIN (WS-IDX)       TO HIS-FIN.
012000     MOVE WS-HIS-ESTADO (WS-IDX)    TO HIS-ESTADO.
012010     MOVE WS-HIS-NOCHE (WS-IDX)     TO HIS-NOCHE.
012020     MOVE WS-HIS-CIERRE (WS-IDX)    TO HIS-CIERRE.
012030     MOVE WS-HIS-SEGUNDOS (WS-IDX)  TO HIS-SEGUNDOS.
012040     MOVE WS-HIS-REGISTROS (WS-IDX) TO HIS-REGISTROS.
012050     WRITE HIS-RECORD.
012060 5100-EXIT.
012070     EXIT.
012080
012090 5110-CUENTA-NUEVA.
012100     ADD 1 TO WS-JDX.
012110     IF WS-HIS-TRABAJO (WS-JDX) = WS-HIS-TRABAJO (WS-IDX)
012120         AND WS-HIS-CIERRE (WS-JDX) = WS-HIS-CIERRE (WS-IDX)
012130         AND WS-HIS-TERMINO (WS-JDX)
012140         ADD 1 TO WS-CUENTA
012150     END-IF.
012160 5110-EXIT.
012170     EXIT.
012180
012190*-----------------------------------------------------------
012200* 7000-FH-A-SEGUNDOS
012210* "AAAA-MM-DD HH:MM:SS" DE WS-FECHA-HORA A SEGUNDOS CORRIDOS
012220* EN WS-SEGS; DEJA EL NUMERO DE DIA EN WS-DIA-INT.
012230*-----------------------------------------------------------
012240 7000-FH-A-SEGUNDOS.
012250     MOVE WFH-ANIO TO WFN-ANIO.
012260     MOVE WFH-MES  TO WFN-MES.
012270     MOVE WFH-DIA  TO WFN-DIA.
012280     MOVE ZERO TO WS-SEGS WS-DIA-INT.
012290     IF FUNCTION TEST-DATE-YYYYMMDD (WS-FECHA-8) NOT = ZERO
012300         GO TO 7000-EXIT
012310     END-IF.
012320     COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE (WS-FECHA-8).
012330     COMPUTE WS-SEGS = WS-DIA-INT * 86400
012340         + WFH-HORA * 3600 + WFH-MIN * 60 + WFH-SEG.
012350 7000-EXIT.
012360     EXIT.
012370
012380*-----------------------------------------------------------
012390* 7100-HMS-A-SEGUNDOS
012400* "HH:MM:SS" DE WS-HMS A SEGUNDOS EN WS-SEGS; CERO SI NO ES
012410* UNA HORA VALIDA O VIENE EN BLANCO.
012420*-----------------------------------------------------------
012430 7100-HMS-A-SEGUNDOS.
012440     MOVE ZERO TO WS-SEGS.
012450     IF WHM-HORA NOT NUMERIC OR WHM-MIN NOT NUMERIC
012460         OR WHM-SEG NOT NUMERIC
012470         MOVE SPACE TO WS-HMS
012480         GO TO 7100-EXIT
012490     END-IF.
012500     IF WHM-MIN > 59 OR WHM-SEG > 59
012510         MOVE SPACE TO WS-HMS
012520         GO TO 7100-EXIT
012530     END-IF.
012540     COMPUTE WS-SEGS = WHM-HORA * 3600 + WHM-MIN * 60 + WHM-SEG.
012550 7100-EXIT.
012560     EXIT.
012570
012580*-----------------------------------------------------------
012590* 7200-NOCHE-DE
012600* NOCHE A LA QUE PERTENECE UNA HORA DE INICIO YA DESARMADA EN
012610* WS-FECHA-HORA (WS-DIA-INT VIENE DE 7000): ANTES DE LA HORA
012620* DE CORTE ES LA NOCHE DEL DIA ANTERIOR.
012630*-----------------------------------------------------------
012640 7200-NOCHE-DE.
012650     MOVE WS-FECHA-8 TO WS-NOCHE.
012660     IF WS-DIA-INT > ZERO AND WFH-HORA < WS-HORA-CORTE
012670         COMPUTE WS-NOCHE =
012680             FUNCTION DATE-OF-INTEGER (WS-DIA-INT - 1)
012690     END-IF.
012700 7200-EXIT.
012710     EXIT.
012720
012730*-----------------------------------------------------------
012740* 7300-SEGUNDOS-A-HMS
012750* WS-SEGS A "HH:MM:SS" EN WS-HMS; SE TOPA EN 99 HORAS.
012760*-----------------------------------------------------------
012770 7300-SEGUNDOS-A-HMS.
012780     IF WS-SEGS > 359999
012790         MOVE 359999 TO WS-SEGS
012800     END-IF.
012810     MOVE ":" TO WHM-SEP1 WHM-SEP2.
012820     DIVIDE WS-SEGS BY 3600 GIVING WHM-HORA.
012830     COMPUTE WHM-MIN = (WS-SEGS - WHM-HORA * 3600) / 60.
012840     COMPUTE WHM-SEG = WS-SEGS - WHM-HORA * 3600 - WHM-MIN * 60.
012850 7300-EXIT.
012860     EXIT.
012870
012880 7700-PON-TEXTO.
012890     WRITE RPT-RECORD FROM WS-RPT-TEXT.
012900     MOVE SPACE TO WS-RPT-TEXT.
012910 7700-EXIT.
012920     EXIT.
012930
012940 7800-PON-DETALLE.
012950     WRITE RPT-RECORD FROM WS-RPT-DET.
012960     MOVE SPACE TO WRD-LABEL.
012970 7800-EXIT.
012980     EXIT.
012990
013000*-----------------------------------------------------------
013010* 8000-TERMINATE
013020* RC 4 SI ALGUNA CORRIDA DE LA NOCHE QUEDO MARCADA O ALGUN
013030* TRABAJO DEL SLA NO CORRIO.
013040*-----------------------------------------------------------
013050 8000-TERMINATE.
013060     CLOSE VENTANA-RPT.
013070     IF WS-TOT-LENTAS + WS-TOT-MAXIMO + WS-TOT-TARDE
013080         + WS-TOT-SUBEN + WS-TOT-ABENDOS + WS-TOT-NO-CORRIO > ZERO
013090         DISPLAY "VENTANA: HAY CORRIDAS MARCADAS EN LA NOCHE DEL "
013100             WS-NOCHE-DISPLAY ", VEA VENTANA-RPT.DAT."
013110         MOVE 4 TO WS-RC
013120     ELSE
013130         DISPLAY "VENTANA: NOCHE DEL " WS-NOCHE-DISPLAY
013140             " DENTRO DEL SLA."
013150         MOVE ZERO TO WS-RC
013160     END-IF.
013170     MOVE WS-RC TO RETURN-CODE.
013180 8000-EXIT.
013190     EXIT.
013200
013210*-----------------------------------------------------------
013220* 9999-ABEND
013230* TERMINACION ANORMAL POR ERROR DE ARCHIVO.
013240*-----------------------------------------------------------
013250 9999-ABEND.
013260     DISPLAY "VENTANA: TERMINACION ANORMAL.".
013270     MOVE 16 TO RETURN-CODE.
013280     GOBACK.
013290
013300 END PROGRAM VENTANA.
