000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUDITA.
000030 AUTHOR. J. ABRIL.
000040 INSTALLATION. DEPTO DE SISTEMAS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* HISTORIAL DE MODIFICACIONES
000090*-----------------------------------------------------------
000100* FECHA       INIC  DESCRIPCION
000110* ----------  ----  ------------------------------------
000120* 2026-10-15  JA    VERSION ORIGINAL. AUDITORIA DE LOS
000130*                   RESULTADOS DE FECHAS Y EXPO RECALCULANDO
000140*                   POR UN CAMINO DISTINTO AL DE LOS
000150*                   PROGRAMAS: LOS DIAS SE CUENTAN CON UN
000160*                   NUMERO DE DIA PROPIO (SIN INTEGER-OF-
000170*                   DATE) Y LOS HABILES POR SEMANAS COMPLETAS
000180*                   MENOS FESTIVOS, SIN RECORRER DIA POR DIA;
000190*                   LAS POTENCIAS POR MULTIPLICACION REPETIDA
000200*                   O POR EXP/LOG NATURAL EN LUGAR DE "**" Y
000210*                   LOG10. SE REVISA UN PORCENTAJE DE CADA
000220*                   ARCHIVO (AUDITA-PRM.DAT, 10 SI NO HAY)
000230*                   MAS TODOS LOS RENGLONES DE MODO 3 DE
000240*                   FECHAS-OUT, Y EL MAESTRO FECHAS-MST
000250*                   COMPLETO CONTRA EL FECHAS-HOL ACTUAL.
000260*                   LAS DIFERENCIAS VAN A AUDITA-RPT.DAT Y LA
000270*                   CORRIDA TERMINA CON RC 8 PARA QUE LA
000280*                   MALLA SE DETENGA (RC-MAX 4 EN SU PASO).
000290*-----------------------------------------------------------
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. GENERICO.
000340 OBJECT-COMPUTER. GENERICO.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT AUDITA-PRM ASSIGN TO "AUDITA-PRM.DAT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PRM-STATUS.
000410
000420     SELECT FECHAS-OUT ASSIGN TO "FECHAS-OUT.DAT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-FOUT-STATUS.
000450
000460     SELECT EXPO-OUT ASSIGN TO "EXPO-OUT.DAT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-EOUT-STATUS.
000490
000500     SELECT FECHAS-MST ASSIGN TO "FECHAS-MST.DAT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-MST-STATUS.
000530
000540     SELECT FECHAS-HOL ASSIGN TO "FECHAS-HOL.DAT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-HOL-STATUS.
000570
000580     SELECT AUDITA-RPT ASSIGN TO "AUDITA-RPT.DAT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RPT-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640*-----------------------------------------------------------
000650* PRM-RECORD: POS 01-03 PORCENTAJE DE RENGLONES QUE SE
000660* REVISAN (000-100). EL MODO 3 SE REVISA SIEMPRE COMPLETO.
000670*-----------------------------------------------------------
000680 FD  AUDITA-PRM.
000690 01  PRM-RECORD.
000700     05 PRM-PORCENTAJE           PIC 9(03).
000710
000720 FD  FECHAS-OUT.
000730 01  FO-RECORD                   PIC X(80).
000740
000750 FD  EXPO-OUT.
000760 01  EO-RECORD                   PIC X(80).
000770
000780*-----------------------------------------------------------
000790* MST-RECORD: MISMA TRAZA QUE EN EL PROGRAMA FECHAS.
000800*-----------------------------------------------------------
000810 FD  FECHAS-MST.
000820 01  MST-RECORD.
000830     05 MST-KEY.
000840         10 MST-MODE             PIC X(01).
000850         10 MST-FECH1            PIC 9(08).
000860         10 MST-FECH2-DATA       PIC X(08).
000870         10 MST-FECH2 REDEFINES MST-FECH2-DATA
000880                                 PIC 9(08).
000890         10 MST-OFFSET-VIEW REDEFINES MST-FECH2-DATA.
000900             15 MST-OFFSET       PIC S9(05)
000910                SIGN IS TRAILING SEPARATE CHARACTER.
000920             15 FILLER           PIC X(02).
000930         10 MST-CAL              PIC X(02).
000940     05 MST-CALC-DAYS            PIC S9(07)
000950        SIGN IS TRAILING SEPARATE CHARACTER.
000960     05 MST-BUS-DAYS             PIC S9(07)
000970        SIGN IS TRAILING SEPARATE CHARACTER.
000980     05 MST-END-DATE             PIC 9(08).
000990
001000*-----------------------------------------------------------
001010* HOL-RECORD: MISMA TRAZA QUE EN FECHAS Y MANTFEST.
001020*-----------------------------------------------------------
001030 FD  FECHAS-HOL.
001040 01  HOL-RECORD.
001050     05 HOL-FECHA                PIC 9(08).
001060     05 HOL-DESC                 PIC X(30).
001070     05 HOL-CAL                  PIC X(04).
001080
001090 FD  AUDITA-RPT.
001100 01  RPT-RECORD                  PIC X(80).
001110
001120 WORKING-STORAGE SECTION.
001130*-----------------------------------------------------------
001140* INDICADORES DE ESTADO DE ARCHIVO
001150*-----------------------------------------------------------
001160 01  WS-FILE-STATUSES.
001170     05 WS-PRM-STATUS            PIC X(02) VALUE "00".
001180     05 WS-FOUT-STATUS           PIC X(02) VALUE "00".
001190     05 WS-EOUT-STATUS           PIC X(02) VALUE "00".
001200     05 WS-MST-STATUS            PIC X(02) VALUE "00".
001210     05 WS-HOL-STATUS            PIC X(02) VALUE "00".
001220     05 WS-RPT-STATUS            PIC X(02) VALUE "00".
001230
001240*-----------------------------------------------------------
001250* SWITCHES
001260*-----------------------------------------------------------
001270 01  WS-SWITCHES.
001280     05 WS-EOF-SW                PIC X(01) VALUE "N".
001290        88 WS-EOF                          VALUE "Y".
001300     05 WS-FALTA-SW              PIC X(01) VALUE "N".
001310        88 WS-FALTA-ARCHIVO                VALUE "Y".
001320     05 WS-DIF-SW                PIC X(01) VALUE "N".
001330        88 WS-HAY-DIFERENCIA               VALUE "Y".
001340     05 WS-FECHA-SW              PIC X(01) VALUE "Y".
001350        88 WS-FECHA-VALIDA                 VALUE "Y".
001360        88 WS-FECHA-INVALIDA               VALUE "N".
001370     05 WS-HABIL-SW              PIC X(01) VALUE "N".
001380        88 WS-ES-HABIL                     VALUE "Y".
001390     05 WS-DESBORDA-SW           PIC X(01) VALUE "N".
001400        88 WS-DESBORDA                     VALUE "Y".
001410
001420*-----------------------------------------------------------
001430* CONTADORES
001440*-----------------------------------------------------------
001450 77  WS-PORCENTAJE               PIC 9(03) VALUE 10.
001460 77  WS-MUESTRA-ACUM             PIC 9(03) COMP VALUE ZERO.
001470 77  WS-RENGLON                  PIC 9(07) COMP VALUE ZERO.
001480 77  WS-FO-LEIDOS                PIC 9(07) COMP VALUE ZERO.
001490 77  WS-FO-REVISADOS             PIC 9(07) COMP VALUE ZERO.
001500 77  WS-FO-MODO3                 PIC 9(07) COMP VALUE ZERO.
001510 77  WS-FO-EXCEPCIONES           PIC 9(07) COMP VALUE ZERO.
001520 77  WS-EO-LEIDOS                PIC 9(07) COMP VALUE ZERO.
001530 77  WS-EO-REVISADOS             PIC 9(07) COMP VALUE ZERO.
001540 77  WS-EO-EXCEPCIONES           PIC 9(07) COMP VALUE ZERO.
001550 77  WS-MST-LEIDOS               PIC 9(07) COMP VALUE ZERO.
001560 77  WS-MST-EXCEPCIONES          PIC 9(07) COMP VALUE ZERO.
001570 77  WS-TOTAL-EXCEPCIONES        PIC 9(07) COMP VALUE ZERO.
001580 77  WS-HOL-TALLY                PIC 9(05) COMP VALUE ZERO.
001590 77  WS-HOL-IDX                  PIC 9(05) COMP VALUE ZERO.
001600 77  WS-HOL-POS                  PIC 9(05) COMP VALUE ZERO.
001610 77  WS-FECHA-NEG                PIC 9(08) VALUE ZERO.
001620 77  WS-PORCENTAJE-ED            PIC ZZ9.
001630
001640*-----------------------------------------------------------
001650* RESULTADO QUE SE AUDITA, YA SEPARADO DE SU RENGLON (DE
001660* FECHAS-OUT O DE FECHAS-MST), Y LO QUE DA EL RECALCULO.
001670*   AUD-FECH2 ES LA SEGUNDA FECHA EN MODO 1 Y LA FECHA FINAL
001680*   EN MODOS 2 Y 3; AUD-OFFSET ES EL OFFSET PEDIDO (DE DIAS EN
001690*   MODO 2, DE HABILES EN MODO 3).
001700*-----------------------------------------------------------
001710 01  WS-AUDITADO.
001720     05 AUD-MODO                 PIC X(01).
001730     05 AUD-FECH1                PIC 9(08).
001740     05 AUD-FECH2                PIC 9(08).
001750     05 AUD-OFFSET               PIC S9(07).
001760     05 AUD-CALC                 PIC S9(07).
001770     05 AUD-BUS                  PIC S9(07).
001780     05 AUD-CAL                  PIC X(02).
001790 77  WS-CALC-NUEVO               PIC S9(07) VALUE ZERO.
001800 77  WS-BUS-NUEVO                PIC S9(07) VALUE ZERO.
001810 77  WS-CAUSA                    PIC X(40) VALUE SPACE.
001820
001830*-----------------------------------------------------------
001840* NUMERO DE DIA PROPIO: DIAS TRANSCURRIDOS DESDE EL 0001-01-01
001850* (DIA 1, LUNES) EN EL CALENDARIO GREGORIANO, POR ARITMETICA
001860* DE ANOS BISIESTOS Y DIAS ACUMULADOS POR MES.
001870*-----------------------------------------------------------
001880 01  WS-ND-FECHA.
001890     05 WS-ND-ANO                PIC 9(04).
001900     05 WS-ND-MES                PIC 9(02).
001910     05 WS-ND-DIA                PIC 9(02).
001920 01  WS-ND-FECHA-N REDEFINES WS-ND-FECHA
001930                                 PIC 9(08).
001940 77  WS-ND-NUMERO                PIC 9(07) VALUE ZERO.
001950 77  WS-ND-ANOS                  PIC 9(04) COMP VALUE ZERO.
001960 77  WS-ND-Q4                    PIC 9(04) COMP VALUE ZERO.
001970 77  WS-ND-Q100                  PIC 9(04) COMP VALUE ZERO.
001980 77  WS-ND-Q400                  PIC 9(04) COMP VALUE ZERO.
001990 77  WS-ND-RESTO                 PIC 9(04) COMP VALUE ZERO.
002000 77  WS-ND-BISIESTO-SW           PIC X(01) VALUE "N".
002010     88 WS-ND-BISIESTO                     VALUE "Y".
002020 77  WS-ND-LARGO                 PIC 9(02) VALUE ZERO.
002030 77  WS-NUM-FECH1                PIC 9(07) VALUE ZERO.
002040 77  WS-NUM-FECH2                PIC 9(07) VALUE ZERO.
002050
002060*-----------------------------------------------------------
002070* DIAS ACUMULADOS ANTES DE CADA MES Y LARGO DEL MES (FEBRERO
002080* DE 28; EL BISIESTO SE SUMA APARTE).
002090*-----------------------------------------------------------
002100 01  WS-MES-VALORES.
002110     05 FILLER                   PIC X(05) VALUE "00031".
002120     05 FILLER                   PIC X(05) VALUE "03128".
002130     05 FILLER                   PIC X(05) VALUE "05931".
002140     05 FILLER                   PIC X(05) VALUE "09030".
002150     05 FILLER                   PIC X(05) VALUE "12031".
002160     05 FILLER                   PIC X(05) VALUE "15130".
002170     05 FILLER                   PIC X(05) VALUE "18131".
002180     05 FILLER                   PIC X(05) VALUE "21231".
002190     05 FILLER                   PIC X(05) VALUE "24330".
002200     05 FILLER                   PIC X(05) VALUE "27331".
002210     05 FILLER                   PIC X(05) VALUE "30430".
002220     05 FILLER                   PIC X(05) VALUE "33431".
002230 01  WS-MESES REDEFINES WS-MES-VALORES.
002240     05 WS-MES                   OCCURS 12 TIMES.
002250         10 WS-MES-ACUM          PIC 9(03).
002260         10 WS-MES-LARGO         PIC 9(02).
002270
002280*-----------------------------------------------------------
002290* CONTEO DE HABILES EN EL TRAMO [DESDE, HASTA) DE NUMEROS DE
002300* DIA: DIAS DE LUNES A VIERNES POR SEMANAS COMPLETAS MENOS
002310* LOS FESTIVOS DEL CALENDARIO AUD-CAL QUE CAEN EN EL TRAMO.
002320*-----------------------------------------------------------
002330 77  WS-HB-DESDE                 PIC 9(07) VALUE ZERO.
002340 77  WS-HB-HASTA                 PIC 9(07) VALUE ZERO.
002350 77  WS-HB-CUENTA                PIC S9(07) VALUE ZERO.
002360 77  WS-HB-FESTIVOS              PIC 9(05) COMP VALUE ZERO.
002370 77  WS-HB-ULTIMO                PIC 9(08) VALUE ZERO.
002380 77  WS-SEM-DIA                  PIC 9(07) VALUE ZERO.
002390 77  WS-SEM-LUNVIE               PIC 9(07) VALUE ZERO.
002400 77  WS-SEM-COCIENTE             PIC 9(07) COMP VALUE ZERO.
002410 77  WS-SEM-RESTO                PIC 9(01) COMP VALUE ZERO.
002420 77  WS-SEM-HASTA                PIC 9(07) VALUE ZERO.
002430
002440*-----------------------------------------------------------
002450* FESTIVOS DEL FECHAS-HOL ACTUAL, EN ORDEN DE FECHA, CON SU
002460* NUMERO DE DIA YA CALCULADO.
002470*-----------------------------------------------------------
002480 01  WS-FESTIVOS.
002490     05 WS-FES-ENTRY             OCCURS 366 TIMES.
002500         10 WS-FES-FECHA         PIC 9(08).
002510         10 WS-FES-NUMERO        PIC 9(07).
002520         10 WS-FES-CAL           PIC X(04).
002530
002540*-----------------------------------------------------------
002550* POTENCIAS: PRODUCTO ACUMULADO CON HOLGURA DE DECIMALES PARA
002560* EXPONENTES ENTEROS, Y LOGARITMOS DECIMALES SACADOS DEL
002570* NATURAL PARA LA FORMA CIENTIFICA.
002580*-----------------------------------------------------------
002590 77  WS-PRODUCTO                 PIC S9(13)V9(18) VALUE ZERO.
002600 77  WS-VECES                    PIC 9(03) COMP VALUE ZERO.
002610 77  WS-EXP-ENTERO               PIC S9(03) VALUE ZERO.
002620 77  WS-EXP-PARTE                PIC S999V99 VALUE ZERO.
002630 77  WS-RES-NUEVO                PIC S9(07)V9(08) VALUE ZERO.
002640 77  WS-RES-DIF                  PIC S9(07)V9(08) VALUE ZERO.
002650 77  WS-LOG-NUEVO                PIC S9(05)V9(08) VALUE ZERO.
002660 77  WS-LOG-REPORTADO            PIC S9(05)V9(08) VALUE ZERO.
002670 77  WS-LOG-DIF                  PIC S9(05)V9(08) VALUE ZERO.
002680 77  WS-LN-DIEZ                  PIC S9(03)V9(15) VALUE ZERO.
002690 77  WS-LN-VALOR                 PIC S9(05)V9(15) VALUE ZERO.
002700 77  WS-FRAC-NUEVA               PIC S9V9(08) VALUE ZERO.
002710 77  WS-MANT-NUEVA               PIC S99V9(03) VALUE ZERO.
002720 77  WS-EXP10-NUEVO              PIC S9(04) VALUE ZERO.
002730
002740*-----------------------------------------------------------
002750* VISTA DEL RENGLON DE FECHAS-OUT. DEBE SEGUIR LA MISMA TRAZA
002760* QUE WS-OUT-LINE EN EL PROGRAMA FECHAS.
002770*-----------------------------------------------------------
002780 01  WS-FO-LINE.
002790     05 WFO-NUMEROS.
002800         10 WFO-MODE             PIC X(01).
002810         10 FILLER               PIC X(01).
002820         10 WFO-FECH1            PIC 9(08).
002830         10 FILLER               PIC X(01).
002840         10 WFO-FECH2            PIC 9(08).
002850         10 FILLER               PIC X(01).
002860         10 WFO-CALC-DAYS        PIC S9(07)
002870            SIGN IS TRAILING SEPARATE CHARACTER.
002880         10 FILLER               PIC X(01).
002890         10 WFO-BUS-DAYS         PIC S9(07)
002900            SIGN IS TRAILING SEPARATE CHARACTER.
002910     05 FILLER                   PIC X(01).
002920     05 WFO-MSG                  PIC X(30).
002930     05 FILLER                   PIC X(01).
002940     05 WFO-CAL                  PIC X(02).
002950     05 FILLER                   PIC X(07).
002960
002970*-----------------------------------------------------------
002980* LOS MISMOS CAMPOS NUMERICOS CON LO RECALCULADO, PARA
002990* PONERLOS EN EL REPORTE DEBAJO DE LO REPORTADO, QUE SE
003000* GUARDA ANTES EN WS-FO-REPORTADO CON ESTA MISMA TRAZA.
003010*-----------------------------------------------------------
003020 01  WS-FO-NUEVO.
003030     05 WFC-MODE                 PIC X(01).
003040     05 FILLER                   PIC X(01) VALUE SPACE.
003050     05 WFC-FECH1                PIC 9(08).
003060     05 FILLER                   PIC X(01) VALUE SPACE.
003070     05 WFC-FECH2                PIC 9(08).
003080     05 FILLER                   PIC X(01) VALUE SPACE.
003090     05 WFC-CALC-DAYS            PIC S9(07)
003100        SIGN IS TRAILING SEPARATE CHARACTER.
003110     05 FILLER                   PIC X(01) VALUE SPACE.
003120     05 WFC-BUS-DAYS             PIC S9(07)
003130        SIGN IS TRAILING SEPARATE CHARACTER.
003140
003150 01  WS-FO-REPORTADO             PIC X(37) VALUE SPACE.
003160
003170*-----------------------------------------------------------
003180* VISTAS DEL RENGLON DE EXPO-OUT, PLANA Y CIENTIFICA. DEBEN
003190* SEGUIR LA TRAZA DE WS-OUT-LINE Y WS-OUT-LINE-EXT DE EXPO.
003200*-----------------------------------------------------------
003210 01  WS-EO-LINE.
003220     05 WEO-NUMEROS.
003230         10 WEO-NUM1             PIC S999V99
003240            SIGN IS TRAILING SEPARATE CHARACTER.
003250         10 FILLER               PIC X(01).
003260         10 WEO-NUM2             PIC S999V99
003270            SIGN IS TRAILING SEPARATE CHARACTER.
003280         10 FILLER               PIC X(01).
003290         10 WEO-RESULT           PIC S9(05)V9(04)
003300            SIGN IS TRAILING SEPARATE CHARACTER.
003310     05 FILLER                   PIC X(01).
003320     05 WEO-MSG                  PIC X(40).
003330     05 FILLER                   PIC X(15).
003340 01  WS-EO-LINE-EXT REDEFINES WS-EO-LINE.
003350     05 FILLER                   PIC X(14).
003360     05 WEX-MANT                 PIC S9V9(03)
003370        SIGN IS TRAILING SEPARATE CHARACTER.
003380     05 FILLER                   PIC X(01).
003390     05 WEX-EXP                  PIC S9(03)
003400        SIGN IS TRAILING SEPARATE CHARACTER.
003410     05 FILLER                   PIC X(56).
003420
003430 01  WS-EO-NUEVO.
003440     05 WEN-NUM1                 PIC S999V99
003450        SIGN IS TRAILING SEPARATE CHARACTER.
003460     05 FILLER                   PIC X(01) VALUE SPACE.
003470     05 WEN-NUM2                 PIC S999V99
003480        SIGN IS TRAILING SEPARATE CHARACTER.
003490     05 FILLER                   PIC X(01) VALUE SPACE.
003500     05 WEN-RESULT               PIC S9(05)V9(04)
003510        SIGN IS TRAILING SEPARATE CHARACTER.
003520 01  WS-EO-NUEVO-EXT REDEFINES WS-EO-NUEVO.
003530     05 FILLER                   PIC X(14).
003540     05 WEN-MANT                 PIC S9V9(03)
003550        SIGN IS TRAILING SEPARATE CHARACTER.
003560     05 WEN-E                    PIC X(01).
003570     05 WEN-EXP                  PIC S9(03)
003580        SIGN IS TRAILING SEPARATE CHARACTER.
003590     05 FILLER                   PIC X(01).
003600
003610*-----------------------------------------------------------
003620* RENGLONES DEL REPORTE
003630*-----------------------------------------------------------
003640 01  WS-EXC-LINE.
003650     05 WXL-ARCHIVO              PIC X(14).
003660     05 FILLER                   PIC X(01) VALUE SPACE.
003670     05 WXL-RENGLON              PIC Z(06)9.
003680     05 FILLER                   PIC X(02) VALUE SPACE.
003690     05 WXL-CAUSA                PIC X(40).
003700     05 FILLER                   PIC X(16) VALUE SPACE.
003710
003720 01  WS-VAL-LINE.
003730     05 FILLER                   PIC X(04) VALUE SPACE.
003740     05 WVL-ETIQUETA             PIC X(13).
003750     05 WVL-VALOR                PIC X(63).
003760
003770 01  WS-RPT-DET.
003780     05 WRD-LABEL                PIC X(38).
003790     05 WRD-COUNT                PIC Z(06)9.
003800     05 FILLER                   PIC X(35) VALUE SPACE.
003810
003820 01  WS-RPT-TEXT                 PIC X(80) VALUE SPACE.
003830
003840 01  WS-TIMESTAMP.
003850     05 WTS-DATE                 PIC 9(08).
003860     05 WTS-TIME                 PIC 9(08).
003870     05 WTS-DIFF                 PIC X(09) VALUE SPACE.
003880
003890 01  WS-TIMESTAMP-DISPLAY.
003900     05 WTD-YEAR                 PIC 9(04).
003910     05 WTD-DASH1                PIC X(01) VALUE "-".
003920     05 WTD-MONTH                PIC 9(02).
003930     05 WTD-DASH2                PIC X(01) VALUE "-".
003940     05 WTD-DAY                  PIC 9(02).
003950     05 WTD-SPACE                PIC X(01) VALUE SPACE.
003960     05 WTD-HOUR                 PIC 9(02).
003970     05 WTD-COLON1               PIC X(01) VALUE ":".
003980     05 WTD-MIN                  PIC 9(02).
003990     05 WTD-COLON2               PIC X(01) VALUE ":".
004000     05 WTD-SEC                  PIC 9(02).
004010
004020*-----------------------------------------------------------
004030* AREA DE COMUNICACION CON EL SUBPROGRAMA FECNEG
004040*-----------------------------------------------------------
004050 01  WS-FECNEG-PARAM.
004060     05 WFN-FUNCION              PIC X(03).
004070     05 WFN-ACTUAL               PIC 9(08).
004080     05 WFN-ANTERIOR             PIC 9(08).
004090     05 WFN-SIGUIENTE            PIC 9(08).
004100     05 WFN-MALLA                PIC 9(08).
004110     05 WFN-RESULT               PIC X(02).
004120
004130 PROCEDURE DIVISION.
004140*-----------------------------------------------------------
004150* 0000-MAINLINE
004160* AUDITA FECHAS-OUT, EXPO-OUT Y EL MAESTRO FECHAS-MST, Y
004170* CIERRA EL REPORTE CON EL RESUMEN.
004180*-----------------------------------------------------------
004190 0000-MAINLINE.
004200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004210     PERFORM 2000-AUDITA-FECHAS THRU 2000-EXIT.
004220     PERFORM 3000-AUDITA-EXPO THRU 3000-EXIT.
004230     PERFORM 4000-AUDITA-MAESTRO THRU 4000-EXIT.
004240     PERFORM 7500-ESCRIBE-RESUMEN THRU 7500-EXIT.
004250     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004260     GOBACK.
004270
004280*-----------------------------------------------------------
004290* 1000-INITIALIZE
004300* TOMA LA FECHA DE NEGOCIO Y EL PORCENTAJE, CARGA LOS
004310* FESTIVOS ACTUALES Y ABRE EL REPORTE CON SU ENCABEZADO.
004320*-----------------------------------------------------------
004330 1000-INITIALIZE.
004340     MOVE "CON" TO WFN-FUNCION.
004350     CALL "FECNEG" USING WS-FECNEG-PARAM.
004360     CANCEL "FECNEG".
004370     IF WFN-RESULT = "00"
004380         MOVE WFN-ACTUAL TO WS-FECHA-NEG
004390     ELSE
004400         MOVE ZERO TO WS-FECHA-NEG
004410         DISPLAY "AUDITA: SIN FECHA-NEG.DAT, SE USA LA FECHA "
004420             "DEL SISTEMA."
004430     END-IF.
004440
004450     OPEN INPUT AUDITA-PRM.
004460     IF WS-PRM-STATUS = "00"
004470         READ AUDITA-PRM
004480             AT END
004490                 CONTINUE
004500             NOT AT END
004510                 IF PRM-PORCENTAJE IS NUMERIC
004520                     AND PRM-PORCENTAJE <= 100
004530                     MOVE PRM-PORCENTAJE TO WS-PORCENTAJE
004540                 ELSE
004550                     DISPLAY "AUDITA: AUDITA-PRM.DAT ILEGIBLE, "
004560                         "SE USA " WS-PORCENTAJE " POR CIENTO."
004570                 END-IF
004580         END-READ
004590         CLOSE AUDITA-PRM
004600     END-IF.
004610
004620     PERFORM 1100-CARGA-FESTIVOS THRU 1100-EXIT.
004630
004640     OPEN OUTPUT AUDITA-RPT.
004650     IF WS-RPT-STATUS NOT = "00"
004660         DISPLAY "AUDITA: NO SE PUDO ABRIR AUDITA-RPT.DAT "
004670             WS-RPT-STATUS
004680         GO TO 9999-ABEND
004690     END-IF.
004700     PERFORM 7600-BUILD-TIMESTAMP THRU 7600-EXIT.
004710     MOVE ALL "=" TO WS-RPT-TEXT.
004720     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
004730     MOVE "AUDITA - RECALCULO INDEPENDIENTE DE RESULTADOS"
004740         TO WS-RPT-TEXT.
004750     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
004760     MOVE WS-PORCENTAJE TO WS-PORCENTAJE-ED.
004770     STRING "FECHA: " DELIMITED BY SIZE
004780         WS-TIMESTAMP-DISPLAY DELIMITED BY SIZE
004790         "  MUESTRA: " DELIMITED BY SIZE
004800         WS-PORCENTAJE-ED DELIMITED BY SIZE
004810         "% MAS TODO EL MODO 3" DELIMITED BY SIZE
004820         INTO WS-RPT-TEXT.
004830     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
004840     MOVE ALL "-" TO WS-RPT-TEXT.
004850     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
004860     MOVE "EXCEPCIONES:" TO WS-RPT-TEXT.
004870     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
004880 1000-EXIT.
004890     EXIT.
004900
004910*-----------------------------------------------------------
004920* 1100-CARGA-FESTIVOS
004930* CADA FESTIVO SE INSERTA EN SU LUGAR POR FECHA, PARA QUE LAS
004940* ENTRADAS DE UNA MISMA FECHA EN VARIOS CALENDARIOS QUEDEN
004950* JUNTAS Y EL DIA SE DESCUENTE UNA SOLA VEZ.
004960*-----------------------------------------------------------
004970 1100-CARGA-FESTIVOS.
004980     MOVE ZERO TO WS-HOL-TALLY.
004990     MOVE "N" TO WS-EOF-SW.
005000     OPEN INPUT FECHAS-HOL.
005010     IF WS-HOL-STATUS NOT = "00"
005020         DISPLAY "AUDITA: SIN FECHAS-HOL.DAT, SOLO CUENTAN LOS "
005030             "FINES DE SEMANA."
005040         GO TO 1100-EXIT
005050     END-IF.
005060     PERFORM 1110-LEE-FESTIVO THRU 1110-EXIT
005070         UNTIL WS-EOF.
005080     CLOSE FECHAS-HOL.
005090 1100-EXIT.
005100     EXIT.
005110
005120 1110-LEE-FESTIVO.
005130     READ FECHAS-HOL
005140         AT END
005150             SET WS-EOF TO TRUE
005160             GO TO 1110-EXIT
005170     END-READ.
005180     IF WS-HOL-TALLY >= 366
005190         DISPLAY "AUDITA: TABLA DE FESTIVOS LLENA, SE IGNORA "
005200             HOL-FECHA
005210         GO TO 1110-EXIT
005220     END-IF.
005230     MOVE HOL-FECHA TO WS-ND-FECHA-N.
005240     PERFORM 5500-NUMERO-DIA THRU 5500-EXIT.
005250     IF WS-FECHA-INVALIDA
005260         GO TO 1110-EXIT
005270     END-IF.
005280     COMPUTE WS-HOL-POS = WS-HOL-TALLY + 1.
005290     MOVE ZERO TO WS-HOL-IDX.
005300     PERFORM 1120-BUSCA-LUGAR THRU 1120-EXIT
005310         WS-HOL-TALLY TIMES.
005320     ADD 1 TO WS-HOL-TALLY.
005330     MOVE WS-HOL-TALLY TO WS-HOL-IDX.
005340     PERFORM 1130-CORRE-FESTIVO THRU 1130-EXIT
005350         UNTIL WS-HOL-IDX <= WS-HOL-POS.
005360     MOVE HOL-FECHA    TO WS-FES-FECHA (WS-HOL-POS).
005370     MOVE WS-ND-NUMERO TO WS-FES-NUMERO (WS-HOL-POS).
005380     MOVE HOL-CAL      TO WS-FES-CAL (WS-HOL-POS).
005390 1110-EXIT.
005400     EXIT.
005410
005420 1120-BUSCA-LUGAR.
005430     ADD 1 TO WS-HOL-IDX.
005440     IF WS-FES-FECHA (WS-HOL-IDX) > HOL-FECHA
005450         AND WS-HOL-IDX < WS-HOL-POS
005460         MOVE WS-HOL-IDX TO WS-HOL-POS
005470     END-IF.
005480 1120-EXIT.
005490     EXIT.
005500
005510 1130-CORRE-FESTIVO.
005520     MOVE WS-FES-ENTRY (WS-HOL-IDX - 1)
005530         TO WS-FES-ENTRY (WS-HOL-IDX).
005540     SUBTRACT 1 FROM WS-HOL-IDX.
005550 1130-EXIT.
005560     EXIT.
005570
005580*-----------------------------------------------------------
005590* 2000-AUDITA-FECHAS
005600* REVISA LOS RENGLONES CON RESULTADO DE FECHAS-OUT: TODOS LOS
005610* DE MODO 3 Y EL PORCENTAJE DE LOS DEMAS. LOS RECHAZADOS NO
005620* TIENEN RESULTADO QUE RECALCULAR.
005630*-----------------------------------------------------------
005640 2000-AUDITA-FECHAS.
005650     OPEN INPUT FECHAS-OUT.
005660     IF WS-FOUT-STATUS NOT = "00"
005670         SET WS-FALTA-ARCHIVO TO TRUE
005680         MOVE "  FECHAS-OUT.DAT NO EXISTE, NO SE AUDITO."
005690             TO WS-RPT-TEXT
005700         PERFORM 7700-PON-TEXTO THRU 7700-EXIT
005710         GO TO 2000-EXIT
005720     END-IF.
005730     MOVE "N" TO WS-EOF-SW.
005740     MOVE ZERO TO WS-MUESTRA-ACUM WS-RENGLON.
005750     PERFORM 2100-LEE-FECHAS THRU 2100-EXIT
005760         UNTIL WS-EOF.
005770     CLOSE FECHAS-OUT.
005780 2000-EXIT.
005790     EXIT.
005800
005810 2100-LEE-FECHAS.
005820     READ FECHAS-OUT
005830         AT END
005840             SET WS-EOF TO TRUE
005850             GO TO 2100-EXIT
005860     END-READ.
005870     ADD 1 TO WS-RENGLON WS-FO-LEIDOS.
005880     MOVE FO-RECORD TO WS-FO-LINE.
005890     IF WFO-MSG NOT = "DIAS CALENDARIO Y HABILES"
005900         AND WFO-MSG NOT = "FECH1 + OFFSET = FECHA FINAL"
005910         AND WFO-MSG NOT = "FECH1 + HABILES = FECHA FINAL"
005920         GO TO 2100-EXIT
005930     END-IF.
005940     IF WFO-MODE = "3"
005950         ADD 1 TO WS-FO-MODO3
005960     ELSE
005970         ADD WS-PORCENTAJE TO WS-MUESTRA-ACUM
005980         IF WS-MUESTRA-ACUM < 100
005990             GO TO 2100-EXIT
006000         END-IF
006010         SUBTRACT 100 FROM WS-MUESTRA-ACUM
006020     END-IF.
006030     ADD 1 TO WS-FO-REVISADOS.
006040
006050     MOVE WFO-MODE      TO AUD-MODO.
006060     MOVE WFO-FECH1     TO AUD-FECH1.
006070     MOVE WFO-FECH2     TO AUD-FECH2.
006080     MOVE WFO-CALC-DAYS TO AUD-CALC.
006090     MOVE WFO-BUS-DAYS  TO AUD-BUS.
006100     MOVE WFO-CAL       TO AUD-CAL.
006110     EVALUATE WFO-MODE
006120         WHEN "2"
006130             MOVE WFO-CALC-DAYS TO AUD-OFFSET
006140         WHEN "3"
006150             MOVE WFO-BUS-DAYS  TO AUD-OFFSET
006160         WHEN OTHER
006170             MOVE ZERO          TO AUD-OFFSET
006180     END-EVALUATE.
006190     PERFORM 5000-VERIFICA-FECHA THRU 5000-EXIT.
006200     IF NOT WS-HAY-DIFERENCIA
006210         GO TO 2100-EXIT
006220     END-IF.
006230     ADD 1 TO WS-FO-EXCEPCIONES.
006240     MOVE "FECHAS-OUT"  TO WXL-ARCHIVO.
006250     PERFORM 7300-PON-EXCEPCION-FECHA THRU 7300-EXIT.
006260 2100-EXIT.
006270     EXIT.
006280
006290*-----------------------------------------------------------
006300* 3000-AUDITA-EXPO
006310* REVISA EL PORCENTAJE DE LOS RENGLONES CON RESULTADO DE
006320* EXPO-OUT, PLANOS O EN NOTACION CIENTIFICA.
006330*-----------------------------------------------------------
006340 3000-AUDITA-EXPO.
006350     OPEN INPUT EXPO-OUT.
006360     IF WS-EOUT-STATUS NOT = "00"
006370         SET WS-FALTA-ARCHIVO TO TRUE
006380         MOVE "  EXPO-OUT.DAT NO EXISTE, NO SE AUDITO."
006390             TO WS-RPT-TEXT
006400         PERFORM 7700-PON-TEXTO THRU 7700-EXIT
006410         GO TO 3000-EXIT
006420     END-IF.
006430     MOVE "N" TO WS-EOF-SW.
006440     MOVE ZERO TO WS-MUESTRA-ACUM WS-RENGLON.
006450     PERFORM 3100-LEE-EXPO THRU 3100-EXIT
006460         UNTIL WS-EOF.
006470     CLOSE EXPO-OUT.
006480 3000-EXIT.
006490     EXIT.
006500
006510 3100-LEE-EXPO.
006520     READ EXPO-OUT
006530         AT END
006540             SET WS-EOF TO TRUE
006550             GO TO 3100-EXIT
006560     END-READ.
006570     ADD 1 TO WS-RENGLON WS-EO-LEIDOS.
006580     MOVE EO-RECORD TO WS-EO-LINE.
006590     IF WEO-MSG NOT = "RESULTADO CALCULADO"
006600         AND WEO-MSG NOT = "RESULTADO CALCULADO (REPROCESO)"
006610         AND WEO-MSG NOT = "RESULTADO EN NOTACION CIENTIFICA"
006620         GO TO 3100-EXIT
006630     END-IF.
006640     ADD WS-PORCENTAJE TO WS-MUESTRA-ACUM.
006650     IF WS-MUESTRA-ACUM < 100
006660         GO TO 3100-EXIT
006670     END-IF.
006680     SUBTRACT 100 FROM WS-MUESTRA-ACUM.
006690     ADD 1 TO WS-EO-REVISADOS.
006700
006710     IF WEO-MSG = "RESULTADO EN NOTACION CIENTIFICA"
006720         PERFORM 6200-VERIFICA-CIENTIFICO THRU 6200-EXIT
006730     ELSE
006740         PERFORM 6000-VERIFICA-PLANO THRU 6000-EXIT
006750     END-IF.
006760     IF NOT WS-HAY-DIFERENCIA
006770         GO TO 3100-EXIT
006780     END-IF.
006790     ADD 1 TO WS-EO-EXCEPCIONES.
006800     MOVE "EXPO-OUT"   TO WXL-ARCHIVO.
006810     MOVE WS-RENGLON   TO WXL-RENGLON.
006820     MOVE WS-CAUSA     TO WXL-CAUSA.
006830     PERFORM 7800-PON-EXCEPCION THRU 7800-EXIT.
006840     MOVE "REPORTADO:"   TO WVL-ETIQUETA.
006850     MOVE WEO-NUMEROS    TO WVL-VALOR.
006860     PERFORM 7900-PON-VALOR THRU 7900-EXIT.
006870     MOVE "RECALCULADO:" TO WVL-ETIQUETA.
006880     MOVE WS-EO-NUEVO    TO WVL-VALOR.
006890     PERFORM 7900-PON-VALOR THRU 7900-EXIT.
006900 3100-EXIT.
006910     EXIT.
006920
006930*-----------------------------------------------------------
006940* 4000-AUDITA-MAESTRO
006950* CADA ENTRADA DEL MAESTRO SE RECALCULA CONTRA EL FECHAS-HOL
006960* ACTUAL: UN FESTIVO DADO DE ALTA DESPUES DE GUARDAR LA
006970* ENTRADA LA DEJA CON UN CONTEO QUE YA NO ES CIERTO.
006980*-----------------------------------------------------------
006990 4000-AUDITA-MAESTRO.
007000     OPEN INPUT FECHAS-MST.
007010     IF WS-MST-STATUS NOT = "00"
007020         MOVE "  FECHAS-MST.DAT NO EXISTE, NO HAY MAESTRO."
007030             TO WS-RPT-TEXT
007040         PERFORM 7700-PON-TEXTO THRU 7700-EXIT
007050         GO TO 4000-EXIT
007060     END-IF.
007070     MOVE "N" TO WS-EOF-SW.
007080     MOVE ZERO TO WS-RENGLON.
007090     PERFORM 4100-LEE-MAESTRO THRU 4100-EXIT
007100         UNTIL WS-EOF.
007110     CLOSE FECHAS-MST.
007120 4000-EXIT.
007130     EXIT.
007140
007150 4100-LEE-MAESTRO.
007160     READ FECHAS-MST
007170         AT END
007180             SET WS-EOF TO TRUE
007190             GO TO 4100-EXIT
007200     END-READ.
007210     ADD 1 TO WS-RENGLON WS-MST-LEIDOS.
007220     MOVE MST-MODE      TO AUD-MODO.
007230     MOVE MST-FECH1     TO AUD-FECH1.
007240     MOVE MST-CALC-DAYS TO AUD-CALC.
007250     MOVE MST-BUS-DAYS  TO AUD-BUS.
007260     MOVE MST-CAL       TO AUD-CAL.
007270     IF MST-MODE = "1"
007280         MOVE MST-FECH2    TO AUD-FECH2
007290         MOVE ZERO         TO AUD-OFFSET
007300     ELSE
007310         MOVE MST-END-DATE TO AUD-FECH2
007320         MOVE MST-OFFSET   TO AUD-OFFSET
007330     END-IF.
007340     PERFORM 5000-VERIFICA-FECHA THRU 5000-EXIT.
007350     IF NOT WS-HAY-DIFERENCIA
007360         GO TO 4100-EXIT
007370     END-IF.
007380     ADD 1 TO WS-MST-EXCEPCIONES.
007390     MOVE "FECHAS-MST"  TO WXL-ARCHIVO.
007400     PERFORM 7300-PON-EXCEPCION-FECHA THRU 7300-EXIT.
007410 4100-EXIT.
007420     EXIT.
007430
007440*-----------------------------------------------------------
007450* 5000-VERIFICA-FECHA
007460* RECALCULA EL RESULTADO EN WS-AUDITADO SEGUN SU MODO Y DEJA
007470* EN WS-FO-NUEVO LO QUE DA EL RECALCULO. PRENDE
007480* WS-HAY-DIFERENCIA CON LA CAUSA SI NO COINCIDE.
007490*-----------------------------------------------------------
007500 5000-VERIFICA-FECHA.
007510     MOVE "N" TO WS-DIF-SW.
007520     MOVE SPACE TO WS-CAUSA.
007530     MOVE AUD-MODO  TO WFC-MODE.
007540     MOVE AUD-FECH1 TO WFC-FECH1.
007550     MOVE AUD-FECH2 TO WFC-FECH2.
007560     MOVE AUD-CALC  TO WFC-CALC-DAYS.
007570     MOVE AUD-BUS   TO WFC-BUS-DAYS.
007580     MOVE WS-FO-NUEVO TO WS-FO-REPORTADO.
007590
007600     MOVE AUD-FECH1 TO WS-ND-FECHA-N.
007610     PERFORM 5500-NUMERO-DIA THRU 5500-EXIT.
007620     IF WS-FECHA-INVALIDA
007630         SET WS-HAY-DIFERENCIA TO TRUE
007640         MOVE "FECH1 NO ES UNA FECHA VALIDA" TO WS-CAUSA
007650         GO TO 5000-EXIT
007660     END-IF.
007670     MOVE WS-ND-NUMERO TO WS-NUM-FECH1.
007680     MOVE AUD-FECH2 TO WS-ND-FECHA-N.
007690     PERFORM 5500-NUMERO-DIA THRU 5500-EXIT.
007700     IF WS-FECHA-INVALIDA
007710         SET WS-HAY-DIFERENCIA TO TRUE
007720         IF AUD-MODO = "1"
007730             MOVE "FECH2 NO ES UNA FECHA VALIDA" TO WS-CAUSA
007740         ELSE
007750             MOVE "FECHA FINAL NO ES UNA FECHA VALIDA" TO WS-CAUSA
007760         END-IF
007770         GO TO 5000-EXIT
007780     END-IF.
007790     MOVE WS-ND-NUMERO TO WS-NUM-FECH2.
007800     COMPUTE WS-CALC-NUEVO = WS-NUM-FECH2 - WS-NUM-FECH1.
007810
007820     EVALUATE AUD-MODO
007830         WHEN "1"
007840             PERFORM 5100-VERIFICA-MODO1 THRU 5100-EXIT
007850         WHEN "2"
007860             PERFORM 5200-VERIFICA-MODO2 THRU 5200-EXIT
007870         WHEN "3"
007880             PERFORM 5300-VERIFICA-MODO3 THRU 5300-EXIT
007890         WHEN OTHER
007900             SET WS-HAY-DIFERENCIA TO TRUE
007910             MOVE "CODIGO DE MODO DESCONOCIDO" TO WS-CAUSA
007920     END-EVALUATE.
007930 5000-EXIT.
007940     EXIT.
007950
007960*-----------------------------------------------------------
007970* 5100-VERIFICA-MODO1
007980* DIAS CALENDARIO POR RESTA DE NUMEROS DE DIA; HABILES EN EL
007990* TRAMO DE LA FECHA MENOR (INCLUIDA) A LA MAYOR (EXCLUIDA),
008000* CON EL SIGNO DE LOS DIAS CALENDARIO, COMO EN FECHAS.
008010*-----------------------------------------------------------
008020 5100-VERIFICA-MODO1.
008030     IF WS-NUM-FECH1 <= WS-NUM-FECH2
008040         MOVE WS-NUM-FECH1 TO WS-HB-DESDE
008050         MOVE WS-NUM-FECH2 TO WS-HB-HASTA
008060     ELSE
008070         MOVE WS-NUM-FECH2 TO WS-HB-DESDE
008080         MOVE WS-NUM-FECH1 TO WS-HB-HASTA
008090     END-IF.
008100     PERFORM 5600-CUENTA-HABILES THRU 5600-EXIT.
008110     IF WS-CALC-NUEVO < ZERO
008120         COMPUTE WS-BUS-NUEVO = ZERO - WS-HB-CUENTA
008130     ELSE
008140         MOVE WS-HB-CUENTA TO WS-BUS-NUEVO
008150     END-IF.
008160     MOVE WS-CALC-NUEVO TO WFC-CALC-DAYS.
008170     MOVE WS-BUS-NUEVO  TO WFC-BUS-DAYS.
008180     IF AUD-CALC NOT = WS-CALC-NUEVO
008190         SET WS-HAY-DIFERENCIA TO TRUE
008200         MOVE "DIAS CALENDARIO NO COINCIDEN" TO WS-CAUSA
008210         GO TO 5100-EXIT
008220     END-IF.
008230     IF AUD-BUS NOT = WS-BUS-NUEVO
008240         SET WS-HAY-DIFERENCIA TO TRUE
008250         MOVE "DIAS HABILES NO COINCIDEN" TO WS-CAUSA
008260     END-IF.
008270 5100-EXIT.
008280     EXIT.
008290
008300*-----------------------------------------------------------
008310* 5200-VERIFICA-MODO2
008320* LA FECHA FINAL DEBE QUEDAR A EXACTAMENTE OFFSET DIAS DE
008330* FECH1, Y EL RENGLON NO LLEVA HABILES.
008340*-----------------------------------------------------------
008350 5200-VERIFICA-MODO2.
008360     MOVE WS-CALC-NUEVO TO WFC-CALC-DAYS.
008370     MOVE ZERO          TO WFC-BUS-DAYS.
008380     IF WS-CALC-NUEVO NOT = AUD-OFFSET
008390         OR AUD-CALC NOT = AUD-OFFSET
008400         SET WS-HAY-DIFERENCIA TO TRUE
008410         MOVE "FECHA FINAL NO ESTA A OFFSET DIAS" TO WS-CAUSA
008420         GO TO 5200-EXIT
008430     END-IF.
008440     IF AUD-BUS NOT = ZERO
008450         SET WS-HAY-DIFERENCIA TO TRUE
008460         MOVE "MODO 2 CON DIAS HABILES" TO WS-CAUSA
008470     END-IF.
008480 5200-EXIT.
008490     EXIT.
008500
008510*-----------------------------------------------------------
008520* 5300-VERIFICA-MODO3
008530* EN LUGAR DE VOLVER A CAMINAR DIA POR DIA, SE COMPRUEBA LA
008540* FECHA FINAL REPORTADA: DEBE SER HABIL Y EL TRAMO ENTRE FECH1
008550* Y ELLA DEBE TENER EXACTAMENTE OFFSET HABILES. AL AVANZAR SE
008560* CUENTA DE FECH1 (EXCLUIDA) A LA FINAL (INCLUIDA); AL
008570* RETROCEDER, DE LA FINAL (INCLUIDA) A FECH1 (EXCLUIDA).
008580* OFFSET CERO DEJA FECH1.
008590*-----------------------------------------------------------
008600 5300-VERIFICA-MODO3.
008610     MOVE WS-CALC-NUEVO TO WFC-CALC-DAYS.
008620     IF AUD-OFFSET = ZERO
008630         MOVE ZERO TO WFC-BUS-DAYS
008640         IF AUD-FECH2 NOT = AUD-FECH1
008650             SET WS-HAY-DIFERENCIA TO TRUE
008660             MOVE "OFFSET CERO DEBE DEJAR FECH1" TO WS-CAUSA
008670         END-IF
008680         GO TO 5300-EXIT
008690     END-IF.
008700
008710     IF AUD-OFFSET > ZERO
008720         COMPUTE WS-HB-DESDE = WS-NUM-FECH1 + 1
008730         COMPUTE WS-HB-HASTA = WS-NUM-FECH2 + 1
008740     ELSE
008750         MOVE WS-NUM-FECH2 TO WS-HB-DESDE
008760         MOVE WS-NUM-FECH1 TO WS-HB-HASTA
008770     END-IF.
008780     IF WS-HB-DESDE > WS-HB-HASTA
008790         MOVE ZERO TO WS-HB-CUENTA
008800     ELSE
008810         PERFORM 5600-CUENTA-HABILES THRU 5600-EXIT
008820     END-IF.
008830     IF AUD-OFFSET < ZERO
008840         COMPUTE WS-BUS-NUEVO = ZERO - WS-HB-CUENTA
008850     ELSE
008860         MOVE WS-HB-CUENTA TO WS-BUS-NUEVO
008870     END-IF.
008880     MOVE WS-BUS-NUEVO TO WFC-BUS-DAYS.
008890
008900     MOVE WS-NUM-FECH2 TO WS-SEM-DIA.
008910     PERFORM 5700-ES-HABIL THRU 5700-EXIT.
008920     IF NOT WS-ES-HABIL
008930         SET WS-HAY-DIFERENCIA TO TRUE
008940         MOVE "FECHA FINAL NO ES DIA HABIL" TO WS-CAUSA
008950         GO TO 5300-EXIT
008960     END-IF.
008970     IF WS-BUS-NUEVO NOT = AUD-OFFSET
008980         OR AUD-BUS NOT = AUD-OFFSET
008990         SET WS-HAY-DIFERENCIA TO TRUE
009000         MOVE "HABILES A LA FECHA FINAL NO COINCIDEN"
009010             TO WS-CAUSA
009020         GO TO 5300-EXIT
009030     END-IF.
009040     IF AUD-CALC NOT = WS-CALC-NUEVO
009050         SET WS-HAY-DIFERENCIA TO TRUE
009060         MOVE "DIAS CALENDARIO NO COINCIDEN" TO WS-CAUSA
009070     END-IF.
009080 5300-EXIT.
009090     EXIT.
009100
009110*-----------------------------------------------------------
009120* 5500-NUMERO-DIA
009130* VALIDA WS-ND-FECHA Y DEJA SU NUMERO DE DIA EN WS-ND-NUMERO:
009140*   365 POR ANO COMPLETO, MAS UN DIA POR CADA BISIESTO
009150*   ANTERIOR (CADA 4 ANOS, MENOS LOS SECULARES, MAS CADA 400),
009160*   MAS LOS DIAS ACUMULADOS DEL MES Y EL DIA.
009170*-----------------------------------------------------------
009180 5500-NUMERO-DIA.
009190     SET WS-FECHA-VALIDA TO TRUE.
009200     MOVE ZERO TO WS-ND-NUMERO.
009210     IF WS-ND-FECHA-N NOT NUMERIC
009220         OR WS-ND-ANO = ZERO
009230         OR WS-ND-MES < 1 OR WS-ND-MES > 12
009240         OR WS-ND-DIA < 1
009250         SET WS-FECHA-INVALIDA TO TRUE
009260         GO TO 5500-EXIT
009270     END-IF.
009280     MOVE "N" TO WS-ND-BISIESTO-SW.
009290     DIVIDE WS-ND-ANO BY 4 GIVING WS-ND-Q4
009300         REMAINDER WS-ND-RESTO.
009310     IF WS-ND-RESTO = ZERO
009320         SET WS-ND-BISIESTO TO TRUE
009330         DIVIDE WS-ND-ANO BY 100 GIVING WS-ND-Q100
009340             REMAINDER WS-ND-RESTO
009350         IF WS-ND-RESTO = ZERO
009360             MOVE "N" TO WS-ND-BISIESTO-SW
009370             DIVIDE WS-ND-ANO BY 400 GIVING WS-ND-Q400
009380                 REMAINDER WS-ND-RESTO
009390             IF WS-ND-RESTO = ZERO
009400                 SET WS-ND-BISIESTO TO TRUE
009410             END-IF
009420         END-IF
009430     END-IF.
009440     MOVE WS-MES-LARGO (WS-ND-MES) TO WS-ND-LARGO.
009450     IF WS-ND-MES = 2 AND WS-ND-BISIESTO
009460         ADD 1 TO WS-ND-LARGO
009470     END-IF.
009480     IF WS-ND-DIA > WS-ND-LARGO
009490         SET WS-FECHA-INVALIDA TO TRUE
009500         GO TO 5500-EXIT
009510     END-IF.
009520
009530     SUBTRACT 1 FROM WS-ND-ANO GIVING WS-ND-ANOS.
009540     DIVIDE WS-ND-ANOS BY 4   GIVING WS-ND-Q4.
009550     DIVIDE WS-ND-ANOS BY 100 GIVING WS-ND-Q100.
009560     DIVIDE WS-ND-ANOS BY 400 GIVING WS-ND-Q400.
009570     COMPUTE WS-ND-NUMERO = 365 * WS-ND-ANOS
009580         + WS-ND-Q4 - WS-ND-Q100 + WS-ND-Q400
009590         + WS-MES-ACUM (WS-ND-MES) + WS-ND-DIA.
009600     IF WS-ND-MES > 2 AND WS-ND-BISIESTO
009610         ADD 1 TO WS-ND-NUMERO
009620     END-IF.
009630 5500-EXIT.
009640     EXIT.
009650
009660*-----------------------------------------------------------
009670* 5600-CUENTA-HABILES
009680* HABILES EN [WS-HB-DESDE, WS-HB-HASTA): DIAS DE LUNES A
009690* VIERNES ANTES DE HASTA MENOS LOS ANTERIORES A DESDE, MENOS
009700* LOS FESTIVOS APLICABLES DEL TRAMO QUE CAEN ENTRE SEMANA.
009710*-----------------------------------------------------------
009720 5600-CUENTA-HABILES.
009730     MOVE WS-HB-HASTA TO WS-SEM-HASTA.
009740     PERFORM 5650-LUNES-A-VIERNES THRU 5650-EXIT.
009750     MOVE WS-SEM-LUNVIE TO WS-HB-CUENTA.
009760     MOVE WS-HB-DESDE TO WS-SEM-HASTA.
009770     PERFORM 5650-LUNES-A-VIERNES THRU 5650-EXIT.
009780     SUBTRACT WS-SEM-LUNVIE FROM WS-HB-CUENTA.
009790
009800     MOVE ZERO TO WS-HB-FESTIVOS WS-HB-ULTIMO WS-HOL-IDX.
009810     PERFORM 5610-CUENTA-FESTIVO THRU 5610-EXIT
009820         WS-HOL-TALLY TIMES.
009830     SUBTRACT WS-HB-FESTIVOS FROM WS-HB-CUENTA.
009840 5600-EXIT.
009850     EXIT.
009860
009870 5610-CUENTA-FESTIVO.
009880     ADD 1 TO WS-HOL-IDX.
009890     IF WS-FES-NUMERO (WS-HOL-IDX) < WS-HB-DESDE
009900         OR WS-FES-NUMERO (WS-HOL-IDX) >= WS-HB-HASTA
009910         OR WS-FES-FECHA (WS-HOL-IDX) = WS-HB-ULTIMO
009920         GO TO 5610-EXIT
009930     END-IF.
009940     IF AUD-CAL NOT = SPACE
009950         AND WS-FES-CAL (WS-HOL-IDX) NOT = SPACE
009960         AND AUD-CAL NOT = WS-FES-CAL (WS-HOL-IDX) (1:2)
009970         AND AUD-CAL NOT = WS-FES-CAL (WS-HOL-IDX) (3:2)
009980         GO TO 5610-EXIT
009990     END-IF.
010000     MOVE WS-FES-FECHA (WS-HOL-IDX) TO WS-HB-ULTIMO.
010010     COMPUTE WS-SEM-COCIENTE = WS-FES-NUMERO (WS-HOL-IDX) - 1.
010020     DIVIDE WS-SEM-COCIENTE BY 7 GIVING WS-SEM-COCIENTE
010030         REMAINDER WS-SEM-RESTO.
010040     IF WS-SEM-RESTO < 5
010050         ADD 1 TO WS-HB-FESTIVOS
010060     END-IF.
010070 5610-EXIT.
010080     EXIT.
010090
010100*-----------------------------------------------------------
010110* 5650-LUNES-A-VIERNES
010120* DIAS DE LUNES A VIERNES CON NUMERO MENOR QUE WS-SEM-HASTA:
010130* CINCO POR SEMANA COMPLETA MAS LOS DE LA SEMANA EN CURSO
010140* (EL DIA 1 ES LUNES, ASI QUE EL RESTO 0-4 ES ENTRE SEMANA).
010150*-----------------------------------------------------------
010160 5650-LUNES-A-VIERNES.
010170     COMPUTE WS-SEM-COCIENTE = WS-SEM-HASTA - 1.
010180     DIVIDE WS-SEM-COCIENTE BY 7 GIVING WS-SEM-COCIENTE
010190         REMAINDER WS-SEM-RESTO.
010200     IF WS-SEM-RESTO > 5
010210         MOVE 5 TO WS-SEM-RESTO
010220     END-IF.
010230     COMPUTE WS-SEM-LUNVIE = WS-SEM-COCIENTE * 5 + WS-SEM-RESTO.
010240 5650-EXIT.
010250     EXIT.
010260
010270*-----------------------------------------------------------
010280* 5700-ES-HABIL
010290* PRENDE WS-ES-HABIL SI EL DIA WS-SEM-DIA CAE DE LUNES A
010300* VIERNES Y NO ES FESTIVO DEL CALENDARIO AUD-CAL.
010310*-----------------------------------------------------------
010320 5700-ES-HABIL.
010330     MOVE "N" TO WS-HABIL-SW.
010340     COMPUTE WS-SEM-COCIENTE = WS-SEM-DIA - 1.
010350     DIVIDE WS-SEM-COCIENTE BY 7 GIVING WS-SEM-COCIENTE
010360         REMAINDER WS-SEM-RESTO.
010370     IF WS-SEM-RESTO > 4
010380         GO TO 5700-EXIT
010390     END-IF.
010400     MOVE WS-SEM-DIA TO WS-HB-DESDE.
010410     COMPUTE WS-HB-HASTA = WS-SEM-DIA + 1.
010420     MOVE ZERO TO WS-HB-FESTIVOS WS-HB-ULTIMO WS-HOL-IDX.
010430     PERFORM 5610-CUENTA-FESTIVO THRU 5610-EXIT
010440         WS-HOL-TALLY TIMES.
010450     IF WS-HB-FESTIVOS = ZERO
010460         SET WS-ES-HABIL TO TRUE
010470     END-IF.
010480 5700-EXIT.
010490     EXIT.
010500
010510*-----------------------------------------------------------
010520* 6000-VERIFICA-PLANO
010530* RESULTADO PLANO DE EXPO. CON EXPONENTE ENTERO SE MULTIPLICA
010540* LA BASE TANTAS VECES COMO DIGA EL EXPONENTE (Y SE INVIERTE
010550* SI ES NEGATIVO); CON EXPONENTE FRACCIONARIO (BASE POSITIVA,
010560* LA UNICA QUE EXPO ACEPTA) SE USA EXP DE NUM2 POR LOG
010570* NATURAL DE NUM1. EXPO TRUNCA A CUATRO DECIMALES, ASI QUE SE
010580* TOLERA UNA DIEZMILESIMA.
010590*-----------------------------------------------------------
010600 6000-VERIFICA-PLANO.
010610     MOVE "N" TO WS-DIF-SW WS-DESBORDA-SW.
010620     MOVE SPACE TO WS-CAUSA.
010630     MOVE WEO-NUM1 TO WEN-NUM1.
010640     MOVE WEO-NUM2 TO WEN-NUM2.
010650     MOVE ZERO TO WS-RES-NUEVO.
010660     MOVE WEO-NUM2 TO WS-EXP-ENTERO.
010670     MOVE WS-EXP-ENTERO TO WS-EXP-PARTE.
010680
010690     IF WS-EXP-PARTE = WEO-NUM2
010700         PERFORM 6100-POTENCIA-ENTERA THRU 6100-EXIT
010710     ELSE
010720         IF WEO-NUM1 > ZERO
010730             COMPUTE WS-RES-NUEVO = FUNCTION EXP (WEO-NUM2 *
010740                 FUNCTION LOG (WEO-NUM1))
010750                 ON SIZE ERROR
010760                     SET WS-DESBORDA TO TRUE
010770             END-COMPUTE
010780         END-IF
010790     END-IF.
010800
010810     IF WS-DESBORDA
010820         SET WS-HAY-DIFERENCIA TO TRUE
010830         MOVE "RESULTADO NO CABE EN FORMATO PLANO" TO WS-CAUSA
010840         MOVE ZERO TO WEN-RESULT
010850         GO TO 6000-EXIT
010860     END-IF.
010870     MOVE WS-RES-NUEVO TO WEN-RESULT.
010880     COMPUTE WS-RES-DIF = WS-RES-NUEVO - WEO-RESULT.
010890     IF WS-RES-DIF < ZERO
010900         COMPUTE WS-RES-DIF = ZERO - WS-RES-DIF
010910     END-IF.
010920     IF WS-RES-DIF > 0.0001
010930         SET WS-HAY-DIFERENCIA TO TRUE
010940         MOVE "RESULTADO NO COINCIDE" TO WS-CAUSA
010950     END-IF.
010960 6000-EXIT.
010970     EXIT.
010980
010990*-----------------------------------------------------------
011000* 6100-POTENCIA-ENTERA
011010* UN PRODUCTO QUE DESBORDA CON EXPONENTE NEGATIVO ES UN
011020* RESULTADO MENOR QUE LA ULTIMA DECIMAL: CERO.
011030*-----------------------------------------------------------
011040 6100-POTENCIA-ENTERA.
011050     MOVE 1 TO WS-PRODUCTO.
011060     IF WS-EXP-ENTERO < ZERO
011070         COMPUTE WS-VECES = ZERO - WS-EXP-ENTERO
011080     ELSE
011090         MOVE WS-EXP-ENTERO TO WS-VECES
011100     END-IF.
011110     PERFORM 6110-MULTIPLICA THRU 6110-EXIT
011120         WS-VECES TIMES.
011130     IF WS-EXP-ENTERO >= ZERO
011140         IF NOT WS-DESBORDA
011150             COMPUTE WS-RES-NUEVO = WS-PRODUCTO
011160                 ON SIZE ERROR
011170                     SET WS-DESBORDA TO TRUE
011180             END-COMPUTE
011190         END-IF
011200         GO TO 6100-EXIT
011210     END-IF.
011220     IF WS-DESBORDA
011230         MOVE "N" TO WS-DESBORDA-SW
011240         MOVE ZERO TO WS-RES-NUEVO
011250         GO TO 6100-EXIT
011260     END-IF.
011270     COMPUTE WS-RES-NUEVO = 1 / WS-PRODUCTO
011280         ON SIZE ERROR
011290             SET WS-DESBORDA TO TRUE
011300     END-COMPUTE.
011310 6100-EXIT.
011320     EXIT.
011330
011340 6110-MULTIPLICA.
011350     IF WS-DESBORDA
011360         GO TO 6110-EXIT
011370     END-IF.
011380     COMPUTE WS-PRODUCTO = WS-PRODUCTO * WEO-NUM1
011390         ON SIZE ERROR
011400             SET WS-DESBORDA TO TRUE
011410     END-COMPUTE.
011420 6110-EXIT.
011430     EXIT.
011440
011450*-----------------------------------------------------------
011460* 6200-VERIFICA-CIENTIFICO
011470* RESULTADO EN NOTACION CIENTIFICA: SE COMPARA EL LOGARITMO
011480* DECIMAL, SACADO AQUI DEL LOGARITMO NATURAL (EXPO USA
011490* LOG10), CON EL QUE CORRESPONDE A LA MANTISA Y EL EXPONENTE
011500* REPORTADOS. LA MANTISA TRAE TRES DECIMALES, ASI QUE SE
011510* TOLERAN TRES DIEZMILESIMAS. EL SIGNO SE REVISA APARTE.
011520*-----------------------------------------------------------
011530 6200-VERIFICA-CIENTIFICO.
011540     MOVE "N" TO WS-DIF-SW.
011550     MOVE SPACE TO WS-CAUSA.
011560     MOVE WEO-NUM1 TO WEN-NUM1.
011570     MOVE WEO-NUM2 TO WEN-NUM2.
011580     MOVE "E" TO WEN-E.
011590     IF WEO-NUM1 = ZERO OR WEX-MANT = ZERO
011600         SET WS-HAY-DIFERENCIA TO TRUE
011610         MOVE "NOTACION CIENTIFICA CON VALOR CERO" TO WS-CAUSA
011620         MOVE ZERO TO WEN-MANT WEN-EXP
011630         GO TO 6200-EXIT
011640     END-IF.
011650     COMPUTE WS-LN-DIEZ = FUNCTION LOG (10).
011660     COMPUTE WS-LN-VALOR = FUNCTION LOG (FUNCTION ABS (WEO-NUM1)).
011670     COMPUTE WS-LN-VALOR = WS-LN-VALOR * WEO-NUM2.
011680     COMPUTE WS-LOG-NUEVO ROUNDED = WS-LN-VALOR / WS-LN-DIEZ.
011690     COMPUTE WS-LN-VALOR = FUNCTION LOG (FUNCTION ABS (WEX-MANT)).
011700     COMPUTE WS-LOG-REPORTADO ROUNDED =
011710         WS-LN-VALOR / WS-LN-DIEZ + WEX-EXP.
011720     COMPUTE WS-EXP10-NUEVO =
011730         FUNCTION INTEGER-PART (WS-LOG-NUEVO).
011740     COMPUTE WS-FRAC-NUEVA = WS-LOG-NUEVO - WS-EXP10-NUEVO.
011750     COMPUTE WS-MANT-NUEVA ROUNDED =
011760         FUNCTION EXP (WS-FRAC-NUEVA * WS-LN-DIEZ).
011770     IF WS-MANT-NUEVA >= 10
011780         COMPUTE WS-MANT-NUEVA = WS-MANT-NUEVA / 10
011790         ADD 1 TO WS-EXP10-NUEVO
011800     END-IF.
011810     MOVE WEO-NUM2 TO WS-EXP-ENTERO.
011820     DIVIDE WS-EXP-ENTERO BY 2 GIVING WS-VECES
011830         REMAINDER WS-EXP-PARTE.
011840     IF WEO-NUM1 < ZERO AND WS-EXP-PARTE NOT = ZERO
011850         COMPUTE WEN-MANT = ZERO - WS-MANT-NUEVA
011860     ELSE
011870         MOVE WS-MANT-NUEVA TO WEN-MANT
011880     END-IF.
011890     MOVE WS-EXP10-NUEVO TO WEN-EXP.
011900
011910     COMPUTE WS-LOG-DIF = WS-LOG-NUEVO - WS-LOG-REPORTADO.
011920     IF WS-LOG-DIF < ZERO
011930         COMPUTE WS-LOG-DIF = ZERO - WS-LOG-DIF
011940     END-IF.
011950     IF WS-LOG-DIF > 0.0003
011960         SET WS-HAY-DIFERENCIA TO TRUE
011970         MOVE "MANTISA O EXPONENTE NO COINCIDEN" TO WS-CAUSA
011980         GO TO 6200-EXIT
011990     END-IF.
012000     IF (WEN-MANT < ZERO AND WEX-MANT > ZERO)
012010         OR (WEN-MANT > ZERO AND WEX-MANT < ZERO)
012020         SET WS-HAY-DIFERENCIA TO TRUE
012030         MOVE "SIGNO DEL RESULTADO NO COINCIDE" TO WS-CAUSA
012040     END-IF.
012050 6200-EXIT.
012060     EXIT.
012070
012080*-----------------------------------------------------------
012090* 7300-PON-EXCEPCION-FECHA
012100* RENGLON DE EXCEPCION DE FECHAS-OUT O FECHAS-MST CON LO
012110* REPORTADO Y LO RECALCULADO, EN LA MISMA TRAZA.
012120*-----------------------------------------------------------
012130 7300-PON-EXCEPCION-FECHA.
012140     MOVE WS-RENGLON TO WXL-RENGLON.
012150     MOVE WS-CAUSA   TO WXL-CAUSA.
012160     PERFORM 7800-PON-EXCEPCION THRU 7800-EXIT.
012170     MOVE WS-FO-REPORTADO TO WVL-VALOR.
012180     MOVE "REPORTADO:"   TO WVL-ETIQUETA.
012190     PERFORM 7900-PON-VALOR THRU 7900-EXIT.
012200     MOVE "RECALCULADO:" TO WVL-ETIQUETA.
012210     MOVE WS-FO-NUEVO    TO WVL-VALOR.
012220     PERFORM 7900-PON-VALOR THRU 7900-EXIT.
012230 7300-EXIT.
012240     EXIT.
012250
012260*-----------------------------------------------------------
012270* 7500-ESCRIBE-RESUMEN
012280* CIFRAS DE LA AUDITORIA Y RESULTADO FINAL.
012290*-----------------------------------------------------------
012300 7500-ESCRIBE-RESUMEN.
012310     COMPUTE WS-TOTAL-EXCEPCIONES = WS-FO-EXCEPCIONES
012320         + WS-EO-EXCEPCIONES + WS-MST-EXCEPCIONES.
012330     IF WS-TOTAL-EXCEPCIONES = ZERO
012340         MOVE "  NINGUNA" TO WS-RPT-TEXT
012350         PERFORM 7700-PON-TEXTO THRU 7700-EXIT
012360     END-IF.
012370     MOVE ALL "-" TO WS-RPT-TEXT.
012380     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
012390     MOVE "RENGLONES LEIDOS EN FECHAS-OUT.DAT" TO WRD-LABEL.
012400     MOVE WS-FO-LEIDOS TO WRD-COUNT.
012410     PERFORM 7850-PON-DETALLE THRU 7850-EXIT.
012420     MOVE "  RESULTADOS RECALCULADOS" TO WRD-LABEL.
012430     MOVE WS-FO-REVISADOS TO WRD-COUNT.
012440     PERFORM 7850-PON-DETALLE THRU 7850-EXIT.
012450     MOVE "    DE ELLOS DE MODO 3" TO WRD-LABEL.
012460     MOVE WS-FO-MODO3 TO WRD-COUNT.
012470     PERFORM 7850-PON-DETALLE THRU 7850-EXIT.
012480     MOVE "  EXCEPCIONES" TO WRD-LABEL.
012490     MOVE WS-FO-EXCEPCIONES TO WRD-COUNT.
012500     PERFORM 7850-PON-DETALLE THRU 7850-EXIT.
012510     MOVE "RENGLONES LEIDOS EN EXPO-OUT.DAT" TO WRD-LABEL.
012520     MOVE WS-EO-LEIDOS TO WRD-COUNT.
012530     PERFORM 7850-PON-DETALLE THRU 7850-EXIT.
012540     MOVE "  RESULTADOS RECALCULADOS" TO WRD-LABEL.
012550     MOVE WS-EO-REVISADOS TO WRD-COUNT.
012560     PERFORM 7850-PON-DETALLE THRU 7850-EXIT.
012570     MOVE "  EXCEPCIONES" TO WRD-LABEL.
012580     MOVE WS-EO-EXCEPCIONES TO WRD-COUNT.
012590     PERFORM 7850-PON-DETALLE THRU 7850-EXIT.
012600     MOVE "ENTRADAS REVISADAS DE FECHAS-MST.DAT" TO WRD-LABEL.
012610     MOVE WS-MST-LEIDOS TO WRD-COUNT.
012620     PERFORM 7850-PON-DETALLE THRU 7850-EXIT.
012630     MOVE "  EXCEPCIONES" TO WRD-LABEL.
012640     MOVE WS-MST-EXCEPCIONES TO WRD-COUNT.
012650     PERFORM 7850-PON-DETALLE THRU 7850-EXIT.
012660     MOVE "FESTIVOS CARGADOS DE FECHAS-HOL.DAT" TO WRD-LABEL.
012670     MOVE WS-HOL-TALLY TO WRD-COUNT.
012680     PERFORM 7850-PON-DETALLE THRU 7850-EXIT.
012690     MOVE ALL "-" TO WS-RPT-TEXT.
012700     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
012710     IF WS-TOTAL-EXCEPCIONES > ZERO
012720         MOVE "RESULTADO: HAY EXCEPCIONES - REVISAR"
012730             TO WS-RPT-TEXT
012740     ELSE
012750         IF WS-FALTA-ARCHIVO
012760             MOVE "RESULTADO: SIN EXCEPCIONES, FALTAN ARCHIVOS"
012770                 TO WS-RPT-TEXT
012780         ELSE
012790             MOVE "RESULTADO: SIN EXCEPCIONES" TO WS-RPT-TEXT
012800         END-IF
012810     END-IF.
012820     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
012830     MOVE ALL "=" TO WS-RPT-TEXT.
012840     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
012850 7500-EXIT.
012860     EXIT.
012870
012880*-----------------------------------------------------------
012890* 7600-BUILD-TIMESTAMP
012900* HORA DEL RELOJ, PERO CON LA FECHA DE NEGOCIO CUANDO LA HAY.
012910*-----------------------------------------------------------
012920 7600-BUILD-TIMESTAMP.
012930     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
012940     IF WS-FECHA-NEG NOT = ZERO
012950         MOVE WS-FECHA-NEG TO WTS-DATE
012960     END-IF.
012970     MOVE WTS-DATE (1:4)  TO WTD-YEAR.
012980     MOVE WTS-DATE (5:2)  TO WTD-MONTH.
012990     MOVE WTS-DATE (7:2)  TO WTD-DAY.
013000     MOVE WTS-TIME (1:2)  TO WTD-HOUR.
013010     MOVE WTS-TIME (3:2)  TO WTD-MIN.
013020     MOVE WTS-TIME (5:2)  TO WTD-SEC.
013030 7600-EXIT.
013040     EXIT.
013050
013060 7700-PON-TEXTO.
013070     WRITE RPT-RECORD FROM WS-RPT-TEXT.
013080     MOVE SPACE TO WS-RPT-TEXT.
013090 7700-EXIT.
013100     EXIT.
013110
013120 7800-PON-EXCEPCION.
013130     WRITE RPT-RECORD FROM WS-EXC-LINE.
013140 7800-EXIT.
013150     EXIT.
013160
013170 7850-PON-DETALLE.
013180     WRITE RPT-RECORD FROM WS-RPT-DET.
013190     MOVE SPACE TO WRD-LABEL.
013200 7850-EXIT.
013210     EXIT.
013220
013230 7900-PON-VALOR.
013240     WRITE RPT-RECORD FROM WS-VAL-LINE.
013250     MOVE SPACE TO WVL-VALOR.
013260 7900-EXIT.
013270     EXIT.
013280
013290*-----------------------------------------------------------
013300* 8000-TERMINATE
013310* RC 8 CON EXCEPCIONES, PARA QUE LA MALLA SE DETENGA; RC 4
013320* SI FALTO ALGUN ARCHIVO POR AUDITAR.
013330*-----------------------------------------------------------
013340 8000-TERMINATE.
013350     CLOSE AUDITA-RPT.
013360     IF WS-TOTAL-EXCEPCIONES > ZERO
013370         DISPLAY "AUDITA: " WS-TOTAL-EXCEPCIONES
013380             " EXCEPCIONES, VEA AUDITA-RPT.DAT."
013390         MOVE 8 TO RETURN-CODE
013400     ELSE
013410         IF WS-FALTA-ARCHIVO
013420             DISPLAY "AUDITA: SIN EXCEPCIONES, PERO FALTARON "
013430                 "ARCHIVOS POR AUDITAR."
013440             MOVE 4 TO RETURN-CODE
013450         ELSE
013460             DISPLAY "AUDITA: SIN EXCEPCIONES."
013470             MOVE ZERO TO RETURN-CODE
013480         END-IF
013490     END-IF.
013500 8000-EXIT.
013510     EXIT.
013520
013530*-----------------------------------------------------------
013540* 9999-ABEND
013550* TERMINACION ANORMAL POR ERROR DE ARCHIVO.
013560*-----------------------------------------------------------
013570 9999-ABEND.
013580     DISPLAY "AUDITA: TERMINACION ANORMAL.".
013590     MOVE 16 TO RETURN-CODE.
013600     GOBACK.
013610
013620 END PROGRAM AUDITA.
