000350*                   VALUACION COMO AL PLAN. LOS ARCHIVOS
000360*                   ANTERIORES (SIN CALENDARIO NI BASE) SE
000370*                   SIGUEN LEYENDO TAL CUAL.
000380* 2026-10-15  JA    PRESTAMOS A TASA VARIABLE: EL REGISTRO
000390*                   CRECE CON EL INDICE DE REFERENCIA
000400*                   (PI-INDICE), LA SOBRETASA (PI-SOBRETASA)
000410*                   Y LOS MESES ENTRE REVISIONES
000420*                   (PI-REVISION). LAS FECHAS DE REVISION SE
000430*                   RUEDAN A DIA HABIL COMO LOS VENCIMIENTOS
000440*                   Y EN CADA UNA SE TOMA LA TASA DEL INDICE
000450*                   DE TASAS-IDX (MANTTASA) MAS LA SOBRETASA.
000460*                   LA VALUACION COMPONE EL FACTOR TRAMO POR
000470*                   TRAMO Y EL PLAN RECALCULA EL PAGO
000480*                   NIVELADO EN CADA REVISION. UNA REVISION
000490*                   YA OCURRIDA SIN TASA PUBLICADA PARA ESE
000500*                   DIA RECHAZA EL PRESTAMO. EL PLAN LLEVA LA
000510*                   TASA APLICADA EN CADA PAGO.
000520* 2026-10-15  JA    LA FECHA DE PROCESO, QUE DECIDE QUE
000530*                   REVISIONES DE TASA YA OCURRIERON, ES LA
000540*                   FECHA DE NEGOCIO (FECNEG "CON"), COMO EN
000550*                   PAGOS Y DEVENGO; SOLO SIN FECHA-NEG.DAT SE
000560*                   USA LA DEL SISTEMA.
000570*-----------------------------------------------------------
000580
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER. GENERICO.
000620 OBJECT-COMPUTER. GENERICO.
000630
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT PRESTAMOS-IN ASSIGN TO "PRESTAMOS-IN.DAT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-IN-STATUS.
000690
000700     SELECT PRESTAMOS-OUT ASSIGN TO "PRESTAMOS-OUT.DAT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-OUT-STATUS.
000730
000740     SELECT PRESTAMOS-PLN ASSIGN TO "PRESTAMOS-PLN.DAT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-PLN-STATUS.
000770
000780     SELECT FECHAS-HOL ASSIGN TO "FECHAS-HOL.DAT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-HOL-STATUS.
000810
000820     SELECT TASAS-IDX ASSIGN TO "TASAS-IDX.DAT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-TIX-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880*-----------------------------------------------------------
000890* PI-RECORD: UN PRESTAMO POR RENGLON, 65 POSICIONES.
000900*   POS 01-10 PI-ID        IDENTIFICADOR DEL PRESTAMO.
000910*   POS 11-23 PI-CAPITAL   CAPITAL, 9(11)V99 SIN SIGNO.
000920*   POS 24-30 PI-TASA      TASA ANUAL EN PORCIENTO,
000930*                          9(03)V9(04) (0120000 = 12%).
000940*                          NO SE USA SI HAY PI-INDICE.
000950*   POS 31-38 PI-FECH-INI  FECHA DE DISPOSICION, AAAAMMDD.
000960*   POS 39-46 PI-FECH-FIN  FECHA DE VENCIMIENTO, AAAAMMDD.
000970*   POS 47-48 PI-CAL       CODIGO DE CALENDARIO DEL
000980*                          MERCADO (MX, US). EN BLANCO SE
000990*                          CUENTAN TODOS LOS FESTIVOS.
001000*   POS 49    PI-BASE      BASE DE DIAS: "1" O BLANCO =
001010*                          ACTUAL/365 (COMO HASTA HOY),
001020*                          "2" = 30/360, "3" = ACTUAL/360.
001030*   POS 50-55 PI-INDICE    INDICE DE REFERENCIA DE
001040*                          TASAS-IDX (TIIE28, SOFR). EN
001050*                          BLANCO EL PRESTAMO ES A TASA FIJA.
001060*   POS 56-63 PI-SOBRETASA PUNTOS SOBRE EL INDICE, EN
001070*                          PORCIENTO, S9(03)V9(04) CON SIGNO
001080*                          AL FINAL (0015000+ = 1.50 PUNTOS).
001090*   POS 64-65 PI-REVISION  MESES ENTRE REVISIONES DE TASA
001100*                          (01, 03, 06, 12).
001110* LOS CAMPOS NUEVOS VAN AL FINAL PARA QUE LOS ARCHIVOS
001120* ANTERIORES SE SIGAN LEYENDO TAL CUAL.
001130*-----------------------------------------------------------
001140 FD  PRESTAMOS-IN.
001150 01  PI-RECORD.
001160     05 PI-ID                    PIC X(10).
001170     05 PI-CAPITAL               PIC 9(11)V99.
001180     05 PI-TASA                  PIC 9(03)V9(04).
001190     05 PI-FECH-INI              PIC 9(08).
001200     05 PI-FECH-FIN              PIC 9(08).
001210     05 PI-CAL                   PIC X(02).
001220     05 PI-BASE                  PIC X(01).
001230        88 PI-BASE-ACT-365                 VALUE "1" " ".
001240        88 PI-BASE-30-360                  VALUE "2".
001250        88 PI-BASE-ACT-360                 VALUE "3".
001260     05 PI-INDICE                PIC X(06).
001270     05 PI-SOBRETASA             PIC S9(03)V9(04)
001280        SIGN IS TRAILING SEPARATE CHARACTER.
001290     05 PI-REVISION              PIC 9(02).
001300
001310 FD  PRESTAMOS-OUT.
001320 01  PO-RECORD                   PIC X(100).
001330
001340 FD  PRESTAMOS-PLN.
001350 01  PL-RECORD                   PIC X(100).
001360
001370 FD  FECHAS-HOL.
001380 01  HOL-RECORD.
001390     05 HOL-FECHA                PIC 9(08).
001400     05 HOL-DESC                 PIC X(30).
001410     05 HOL-CAL                  PIC X(04).
001420
001430 FD  TASAS-IDX.
001440 01  TIX-RECORD.
001450     05 TIX-INDICE               PIC X(06).
001460     05 TIX-FECHA                PIC 9(08).
001470     05 TIX-TASA                 PIC 9(03)V9(04).
001480
001490 WORKING-STORAGE SECTION.
001500*-----------------------------------------------------------
001510* INDICADORES DE ESTADO DE ARCHIVO
001520*-----------------------------------------------------------
001530 01  WS-FILE-STATUSES.
001540     05 WS-IN-STATUS             PIC X(02) VALUE "00".
001550     05 WS-OUT-STATUS            PIC X(02) VALUE "00".
001560     05 WS-PLN-STATUS            PIC X(02) VALUE "00".
001570     05 WS-HOL-STATUS            PIC X(02) VALUE "00".
001580     05 WS-TIX-STATUS            PIC X(02) VALUE "00".
001590
001600*-----------------------------------------------------------
001610* SWITCHES
001620*-----------------------------------------------------------
001630 01  WS-SWITCHES.
001640     05 WS-EOF-SW                PIC X(01) VALUE "N".
001650        88 WS-EOF                          VALUE "Y".
001660     05 WS-VALID-SW              PIC X(01) VALUE "Y".
001670        88 WS-PRESTAMO-VALIDO               VALUE "Y".
001680        88 WS-PRESTAMO-INVALIDO              VALUE "N".
001690     05 WS-SIZE-ERROR-SW         PIC X(01) VALUE "N".
001700        88 WS-SIZE-ERROR                    VALUE "Y".
001710     05 WS-HOL-EOF-SW            PIC X(01) VALUE "N".
001720        88 WS-HOL-EOF                       VALUE "Y".
001730     05 WS-CAL-FOUND-SW          PIC X(01) VALUE "N".
001740        88 WS-CAL-FOUND                     VALUE "Y".
001750     05 WS-HABIL-SW              PIC X(01) VALUE "Y".
001760        88 WS-DIA-HABIL                     VALUE "Y".
001770        88 WS-DIA-NO-HABIL                  VALUE "N".
001780     05 WS-FESTIVO-SW            PIC X(01) VALUE "N".
001790        88 WS-FESTIVO                       VALUE "Y".
001800     05 WS-PLAN-FIN-SW           PIC X(01) VALUE "N".
001810        88 WS-PLAN-FIN                      VALUE "Y".
001820     05 WS-TIX-EOF-SW            PIC X(01) VALUE "N".
001830        88 WS-TIX-EOF                       VALUE "Y".
001840     05 WS-TIX-FOUND-SW          PIC X(01) VALUE "N".
001850        88 WS-TIX-FOUND                     VALUE "Y".
001860     05 WS-REV-FIN-SW            PIC X(01) VALUE "N".
001870        88 WS-REV-FIN                       VALUE "Y".
001880
001890*-----------------------------------------------------------
001900* CONTADORES Y CAMPOS DE TRABAJO
001910*-----------------------------------------------------------
001920 77  WS-REC-COUNT                PIC 9(07) COMP VALUE ZERO.
001930 77  WS-PLN-COUNT                PIC 9(07) COMP VALUE ZERO.
001940 77  WS-TEST-RC                  PIC S9(04) COMP VALUE ZERO.
001950 77  WS-START-INT                PIC 9(07) COMP VALUE ZERO.
001960 77  WS-END-INT                  PIC 9(07) COMP VALUE ZERO.
001970 77  WS-CALC-DAYS                PIC S9(07) VALUE ZERO.
001980*    TASA DIARIA EN PROPORCION (TASA ANUAL / 100 / BASE).
001990 77  WS-TASA-DIARIA              PIC 9(01)V9(12) VALUE ZERO.
002000*    FACTOR COMPUESTO (1 + TASA DIARIA) ** DIAS.
002010 77  WS-FACTOR                   PIC 9(06)V9(08) VALUE ZERO.
002020 77  WS-INTERES                  PIC S9(11)V99 VALUE ZERO.
002030
002040*-----------------------------------------------------------
002050* CAMPOS DE LA BASE DE DIAS Y DEL PLAN DE AMORTIZACION
002060*-----------------------------------------------------------
002070*    DIVISOR DE LA BASE: 365 O 360 SEGUN PI-BASE.
002080 77  WS-BASE-DIV                 PIC 9(03) VALUE 365.
002090*    DIAS DEL PERIODO SEGUN LA CONVENCION DEL PRESTAMO.
002100 77  WS-DIAS-PER                 PIC S9(05) VALUE ZERO.
002110 77  WS-FECHA-DE                 PIC 9(08) VALUE ZERO.
002120 77  WS-FECHA-A                  PIC 9(08) VALUE ZERO.
002130 77  WS-FECHA-VENC               PIC 9(08) VALUE ZERO.
002140 77  WS-NPAGOS                   PIC 9(03) COMP VALUE ZERO.
002150 77  WS-NPAGOS-NEG               PIC S9(03) VALUE ZERO.
002160 77  WS-PAGO-K                   PIC 9(03) COMP VALUE ZERO.
002170 77  WS-MESES                    PIC 9(03) COMP VALUE ZERO.
002180 77  WS-MES-TRAB                 PIC S9(05) COMP VALUE ZERO.
002190*    TASA MENSUAL EN PROPORCION (TASA ANUAL / 100 / 12),
002200*    SOLO PARA CALCULAR EL PAGO NIVELADO; EL INTERES DE
002210*    CADA PERIODO SE DEVENGA POR DIAS SOBRE LA BASE.
002220 77  WS-TASA-MES                 PIC 9(01)V9(12) VALUE ZERO.
002230 77  WS-ANNUITY                  PIC 9(01)V9(12) VALUE ZERO.
002240 77  WS-PAGO                     PIC S9(11)V99 VALUE ZERO.
002250 77  WS-SALDO                    PIC S9(11)V99 VALUE ZERO.
002260 77  WS-INT-PER                  PIC S9(11)V99 VALUE ZERO.
002270 77  WS-CAP-PER                  PIC S9(11)V99 VALUE ZERO.
002280 77  WS-ROLL-INT                 PIC 9(07) COMP VALUE ZERO.
002290 77  WS-DAY-NUM                  PIC 9(01) COMP VALUE ZERO.
002300 77  WS-WORK-DATE                PIC 9(08) VALUE ZERO.
002310 77  WS-D1-AJ                    PIC 9(02) VALUE ZERO.
002320 77  WS-D2-AJ                    PIC 9(02) VALUE ZERO.
002330 77  WS-HOL-IDX                  PIC 9(05) COMP VALUE ZERO.
002340*    SALDO Y PAGOS RESTANTES SOBRE LOS QUE SE CALCULA (O SE
002350*    RECALCULA EN UNA REVISION) EL PAGO NIVELADO.
002360 77  WS-CAP-BASE                 PIC S9(11)V99 VALUE ZERO.
002370 77  WS-N-REST                   PIC 9(03) COMP VALUE ZERO.
002380
002390*-----------------------------------------------------------
002400* CAMPOS DE LA TASA VARIABLE
002410*-----------------------------------------------------------
002420*    FECHA DE NEGOCIO: LAS REVISIONES HASTA ESTE DIA DEBEN
002430*    TENER TASA PUBLICADA; LAS POSTERIORES SE PROYECTAN CON
002440*    LA ULTIMA TASA CONOCIDA DEL INDICE.
002450 77  WS-FECHA-PROC               PIC 9(08) VALUE ZERO.
002460 77  WS-VAR-COUNT                PIC 9(07) COMP VALUE ZERO.
002470 77  WS-REV-K                    PIC 9(03) COMP VALUE ZERO.
002480 77  WS-TASA-VIG                 PIC 9(03)V9(04) VALUE ZERO.
002490 77  WS-TASA-NUEVA               PIC 9(03)V9(04) VALUE ZERO.
002500 77  WS-TASA-CALC                PIC S9(04)V9(04) VALUE ZERO.
002510 77  WS-TIX-FECHA-MAX            PIC 9(08) VALUE ZERO.
002520 77  WS-TIX-TASA-ENC             PIC 9(03)V9(04) VALUE ZERO.
002530 77  WS-FACTOR-PER               PIC 9(06)V9(08) VALUE ZERO.
002540
002550*-----------------------------------------------------------
002560* FECHAS DESGLOSADAS PARA LA ARITMETICA DE MESES Y LA BASE
002570* 30/360.
002580*-----------------------------------------------------------
002590 01  WS-FECHA-INI-G.
002600     05 WFI-ANO                  PIC 9(04).
002610     05 WFI-MES                  PIC 9(02).
002620     05 WFI-DIA                  PIC 9(02).
002630 01  WS-FECHA-INI-N REDEFINES WS-FECHA-INI-G
002640                                 PIC 9(08).
002650
002660 01  WS-FECHA-VENC-G.
002670     05 WFV-ANO                  PIC 9(04).
002680     05 WFV-MES                  PIC 9(02).
002690     05 WFV-DIA                  PIC 9(02).
002700 01  WS-FECHA-VENC-N REDEFINES WS-FECHA-VENC-G
002710                                 PIC 9(08).
002720
002730 01  WS-FECHA-DE-G.
002740     05 WDE-ANO                  PIC 9(04).
002750     05 WDE-MES                  PIC 9(02).
002760     05 WDE-DIA                  PIC 9(02).
002770 01  WS-FECHA-DE-N REDEFINES WS-FECHA-DE-G
002780                                 PIC 9(08).
002790
002800 01  WS-FECHA-A-G.
002810     05 WA-ANO                   PIC 9(04).
002820     05 WA-MES                   PIC 9(02).
002830     05 WA-DIA                   PIC 9(02).
002840 01  WS-FECHA-A-N REDEFINES WS-FECHA-A-G
002850                                 PIC 9(08).
002860
002870*-----------------------------------------------------------
002880* TABLA DE DIAS FESTIVOS, CARGADA DE FECHAS-HOL IGUAL QUE
002890* EN EL PROGRAMA FECHAS. SI EL ARCHIVO NO EXISTE SE RUEDA
002900* SOLO POR FINES DE SEMANA.
002910*-----------------------------------------------------------
002920 77  WS-HOL-TALLY                PIC 9(05) COMP VALUE ZERO.
002930 01  WS-HOLIDAY-TABLE.
002940     05 WS-HOLIDAY-ENTRY         OCCURS 1 TO 366 TIMES
002950                                 DEPENDING ON WS-HOL-TALLY.
002960         10 WS-HOL-FECHA-E       PIC 9(08).
002970         10 WS-HOL-CAL-E         PIC X(04).
002980
002990*-----------------------------------------------------------
003000* CODIGOS DE MERCADO VISTOS EN EL CALENDARIO (CADA MITAD DE
003010* DOS LETRAS DE HOL-CAL). UN PRESTAMO QUE NOMBRE UN CODIGO
003020* QUE NO ESTE AQUI SE RECHAZA, IGUAL QUE EN FECHAS.
003030*-----------------------------------------------------------
003040 01  WS-CAL-TABLE.
003050     05 WS-CAL-ENTRY             PIC X(02)
003060                                 OCCURS 20 TIMES.
003070 77  WS-CAL-TALLY                PIC 9(02) COMP VALUE ZERO.
003080 77  WS-CAL-IDX                  PIC 9(02) COMP VALUE ZERO.
003090 77  WS-CAL-WORK                 PIC X(02) VALUE SPACE.
003100
003110*-----------------------------------------------------------
003120* TABLA DE TASAS DE REFERENCIA, CARGADA DE TASAS-IDX.DAT
003130* (MANTTASA). SI EL ARCHIVO NO EXISTE SE RECHAZAN LOS
003140* PRESTAMOS A TASA VARIABLE POR INDICE DESCONOCIDO.
003150*-----------------------------------------------------------
003160 77  WS-TIX-TALLY                PIC 9(05) COMP VALUE ZERO.
003170 77  WS-TIX-IDX                  PIC 9(05) COMP VALUE ZERO.
003180 01  WS-TIX-TABLE.
003190     05 WS-TIX-ENTRY             OCCURS 1 TO 3000 TIMES
003200                                 DEPENDING ON WS-TIX-TALLY.
003210         10 WS-TIX-INDICE-E      PIC X(06).
003220         10 WS-TIX-FECHA-E       PIC 9(08).
003230         10 WS-TIX-TASA-E        PIC 9(03)V9(04).
003240
003250*-----------------------------------------------------------
003260* REVISIONES DE TASA DEL PRESTAMO EN CURSO: FECHA (YA
003270* RODADA A DIA HABIL) Y TASA QUE RIGE DESDE ESA FECHA. UN
003280* PRESTAMO A TASA FIJA LLEVA UNA SOLA, CON PI-TASA.
003290*-----------------------------------------------------------
003300 77  WS-REV-TALLY                PIC 9(03) COMP VALUE ZERO.
003310 77  WS-REV-IDX                  PIC 9(03) COMP VALUE ZERO.
003320 01  WS-REV-TABLE.
003330     05 WS-REV-ENTRY             OCCURS 600 TIMES.
003340         10 WS-REV-FECHA         PIC 9(08).
003350         10 WS-REV-TASA          PIC 9(03)V9(04).
003360
003370*-----------------------------------------------------------
003380* RENGLON DE SALIDA (IMAGEN DE REPORTE)
003390*-----------------------------------------------------------
003400 01  WS-OUT-LINE.
003410     05 WOL-ID                   PIC X(10).
003420     05 FILLER                   PIC X(01) VALUE SPACE.
003430     05 WOL-DIAS                 PIC S9(07)
003440        SIGN IS TRAILING SEPARATE CHARACTER.
003450     05 FILLER                   PIC X(01) VALUE SPACE.
003460     05 WOL-FACTOR               PIC 9(06).9(08).
003470     05 FILLER                   PIC X(01) VALUE SPACE.
003480     05 WOL-INTERES              PIC S9(11)V99
003490        SIGN IS TRAILING SEPARATE CHARACTER.
003500     05 FILLER                   PIC X(01) VALUE SPACE.
003510     05 WOL-MSG                  PIC X(30).
003520     05 FILLER                   PIC X(11) VALUE SPACE.
003530
003540*-----------------------------------------------------------
003550* RENGLON DEL PLAN DE AMORTIZACION: UN PAGO POR LINEA.
003560*-----------------------------------------------------------
003570 01  WS-PLN-LINE.
003580     05 WPL-ID                   PIC X(10).
003590     05 FILLER                   PIC X(01) VALUE SPACE.
003600     05 WPL-NUM                  PIC 9(03).
003610     05 FILLER                   PIC X(01) VALUE SPACE.
003620     05 WPL-FECHA                PIC 9(08).
003630     05 FILLER                   PIC X(01) VALUE SPACE.
003640     05 WPL-DIAS                 PIC 9(05).
003650     05 FILLER                   PIC X(01) VALUE SPACE.
003660     05 WPL-INTERES              PIC S9(11)V99
003670        SIGN IS TRAILING SEPARATE CHARACTER.
003680     05 FILLER                   PIC X(01) VALUE SPACE.
003690     05 WPL-CAPITAL              PIC S9(11)V99
003700        SIGN IS TRAILING SEPARATE CHARACTER.
003710     05 FILLER                   PIC X(01) VALUE SPACE.
003720     05 WPL-SALDO                PIC S9(11)V99
003730        SIGN IS TRAILING SEPARATE CHARACTER.
003740     05 FILLER                   PIC X(01) VALUE SPACE.
003750     05 WPL-CAL                  PIC X(02).
003760     05 FILLER                   PIC X(01) VALUE SPACE.
003770     05 WPL-BASE                 PIC X(01).
003780     05 FILLER                   PIC X(01) VALUE SPACE.
003790     05 WPL-TASA                 PIC 9(03)V9(04).
003800
003810*-----------------------------------------------------------
003820* AREA DE COMUNICACION CON EL SUBPROGRAMA FECNEG
003830*-----------------------------------------------------------
003840 01  WS-FECNEG-PARAM.
003850     05 WFN-FUNCION              PIC X(03).
003860     05 WFN-ACTUAL               PIC 9(08).
003870     05 WFN-ANTERIOR             PIC 9(08).
003880     05 WFN-SIGUIENTE            PIC 9(08).
003890     05 WFN-MALLA                PIC 9(08).
003900     05 WFN-RESULT               PIC X(02).
003910
003920 PROCEDURE DIVISION.
003930*-----------------------------------------------------------
003940* 0000-MAINLINE
003950* CONTROLA LA SECUENCIA GENERAL DEL PROCESO DE LOTE.
003960*-----------------------------------------------------------
003970 0000-MAINLINE.
003980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003990     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
004000         UNTIL WS-EOF.
004010     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004020     GOBACK.
004030
004040*-----------------------------------------------------------
004050* 1000-INITIALIZE
004060* ABRE ARCHIVOS, CARGA FESTIVOS Y LEE EL PRIMER PRESTAMO.
004070*-----------------------------------------------------------
004080 1000-INITIALIZE.
004090     MOVE "N" TO WS-EOF-SW WS-HOL-EOF-SW.
004100     SET WS-PRESTAMO-VALIDO TO TRUE.
004110     MOVE ZERO TO WS-REC-COUNT WS-PLN-COUNT WS-HOL-TALLY
004120         WS-CAL-TALLY WS-TIX-TALLY WS-VAR-COUNT.
004130     MOVE "CON" TO WFN-FUNCION.
004140     CALL "FECNEG" USING WS-FECNEG-PARAM.
004150     CANCEL "FECNEG".
004160     IF WFN-RESULT = "00"
004170         MOVE WFN-ACTUAL TO WS-FECHA-PROC
004180         DISPLAY "PRESTAMOS: FECHA DE NEGOCIO " WS-FECHA-PROC
004190     ELSE
004200         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-PROC
004210         DISPLAY "PRESTAMOS: SIN FECHA-NEG.DAT, SE USA LA FECHA "
004220             "DEL SISTEMA."
004230     END-IF.
004240     OPEN INPUT PRESTAMOS-IN.
004250     IF WS-IN-STATUS NOT = "00"
004260         DISPLAY "PRESTAMOS: NO SE PUDO ABRIR "
004270             "PRESTAMOS-IN.DAT " WS-IN-STATUS
004280         GO TO 9999-ABEND
004290     END-IF.
004300     OPEN OUTPUT PRESTAMOS-OUT.
004310     IF WS-OUT-STATUS NOT = "00"
004320         DISPLAY "PRESTAMOS: NO SE PUDO ABRIR "
004330             "PRESTAMOS-OUT.DAT " WS-OUT-STATUS
004340         GO TO 9999-ABEND
004350     END-IF.
004360     OPEN OUTPUT PRESTAMOS-PLN.
004370     IF WS-PLN-STATUS NOT = "00"
004380         DISPLAY "PRESTAMOS: NO SE PUDO ABRIR "
004390             "PRESTAMOS-PLN.DAT " WS-PLN-STATUS
004400         GO TO 9999-ABEND
004410     END-IF.
004420     PERFORM 1100-CARGA-FESTIVOS THRU 1100-EXIT.
004430     PERFORM 1200-CARGA-TASAS THRU 1200-EXIT.
004440     PERFORM 2900-READ-PRESTAMO THRU 2900-EXIT.
004450 1000-EXIT.
004460     EXIT.
004470
004480*-----------------------------------------------------------
004490* 1100-CARGA-FESTIVOS
004500* LEE FECHAS-HOL.DAT COMPLETO A LA TABLA, IGUAL QUE LO HACE
004510* FECHAS, Y REGISTRA LOS CODIGOS DE MERCADO VISTOS. SI EL
004520* ARCHIVO NO EXISTE SE CONTINUA SIN FESTIVOS.
004530*-----------------------------------------------------------
004540 1100-CARGA-FESTIVOS.
004550     OPEN INPUT FECHAS-HOL.
004560     IF WS-HOL-STATUS NOT = "00"
004570         SET WS-HOL-EOF TO TRUE
004580         GO TO 1100-EXIT
004590     END-IF.
004600     PERFORM 1110-LEE-FESTIVO THRU 1110-EXIT.
004610     PERFORM 1120-GUARDA-FESTIVO THRU 1120-EXIT
004620         UNTIL WS-HOL-EOF.
004630     CLOSE FECHAS-HOL.
004640 1100-EXIT.
004650     EXIT.
004660
004670 1110-LEE-FESTIVO.
004680     READ FECHAS-HOL
004690         AT END
004700             SET WS-HOL-EOF TO TRUE
004710     END-READ.
004720 1110-EXIT.
004730     EXIT.
004740
004750 1120-GUARDA-FESTIVO.
004760     IF WS-HOL-TALLY >= 366
004770         DISPLAY "PRESTAMOS: TABLA DE FESTIVOS LLENA, SE "
004780             "IGNORA " HOL-FECHA
004790         GO TO 1120-SIGUE
004800     END-IF.
004810     ADD 1 TO WS-HOL-TALLY.
004820     MOVE HOL-FECHA TO WS-HOL-FECHA-E (WS-HOL-TALLY).
004830     MOVE HOL-CAL   TO WS-HOL-CAL-E (WS-HOL-TALLY).
004840     MOVE HOL-CAL (1:2) TO WS-CAL-WORK.
004850     PERFORM 1130-REGISTRA-CAL THRU 1130-EXIT.
004860     MOVE HOL-CAL (3:2) TO WS-CAL-WORK.
004870     PERFORM 1130-REGISTRA-CAL THRU 1130-EXIT.
004880 1120-SIGUE.
004890     PERFORM 1110-LEE-FESTIVO THRU 1110-EXIT.
004900 1120-EXIT.
004910     EXIT.
004920
004930 1130-REGISTRA-CAL.
004940     IF WS-CAL-WORK = SPACE
004950         GO TO 1130-EXIT
004960     END-IF.
004970     PERFORM 1140-VALIDA-CAL THRU 1140-EXIT.
004980     IF NOT WS-CAL-FOUND AND WS-CAL-TALLY < 20
004990         ADD 1 TO WS-CAL-TALLY
005000         MOVE WS-CAL-WORK TO WS-CAL-ENTRY (WS-CAL-TALLY)
005010     END-IF.
005020 1130-EXIT.
005030     EXIT.
005040
005050 1140-VALIDA-CAL.
005060     MOVE "N" TO WS-CAL-FOUND-SW.
005070     MOVE ZERO TO WS-CAL-IDX.
005080     PERFORM 1150-COMPARA-CAL THRU 1150-EXIT
005090         WS-CAL-TALLY TIMES.
005100 1140-EXIT.
005110     EXIT.
005120
005130 1150-COMPARA-CAL.
005140     ADD 1 TO WS-CAL-IDX.
005150     IF WS-CAL-ENTRY (WS-CAL-IDX) = WS-CAL-WORK
005160         SET WS-CAL-FOUND TO TRUE
005170     END-IF.
005180 1150-EXIT.
005190     EXIT.
005200
005210*-----------------------------------------------------------
005220* 1200-CARGA-TASAS
005230* LEE TASAS-IDX.DAT COMPLETO A LA TABLA DE TASAS. SI EL
005240* ARCHIVO NO EXISTE SE CONTINUA SIN TASAS DE REFERENCIA.
005250*-----------------------------------------------------------
005260 1200-CARGA-TASAS.
005270     MOVE "N" TO WS-TIX-EOF-SW.
005280     OPEN INPUT TASAS-IDX.
005290     IF WS-TIX-STATUS NOT = "00"
005300         SET WS-TIX-EOF TO TRUE
005310         GO TO 1200-EXIT
005320     END-IF.
005330     PERFORM 1210-LEE-TASA THRU 1210-EXIT.
005340     PERFORM 1220-GUARDA-TASA THRU 1220-EXIT
005350         UNTIL WS-TIX-EOF.
005360     CLOSE TASAS-IDX.
005370 1200-EXIT.
005380     EXIT.
005390
005400 1210-LEE-TASA.
005410     READ TASAS-IDX
005420         AT END
005430             SET WS-TIX-EOF TO TRUE
005440     END-READ.
005450 1210-EXIT.
005460     EXIT.
005470
005480 1220-GUARDA-TASA.
005490     IF WS-TIX-TALLY >= 3000
005500         DISPLAY "PRESTAMOS: TABLA DE TASAS LLENA, SE "
005510             "IGNORA " TIX-INDICE " " TIX-FECHA
005520     ELSE
005530         ADD 1 TO WS-TIX-TALLY
005540         MOVE TIX-INDICE TO WS-TIX-INDICE-E (WS-TIX-TALLY)
005550         MOVE TIX-FECHA  TO WS-TIX-FECHA-E (WS-TIX-TALLY)
005560         MOVE TIX-TASA   TO WS-TIX-TASA-E (WS-TIX-TALLY)
005570     END-IF.
005580     PERFORM 1210-LEE-TASA THRU 1210-EXIT.
005590 1220-EXIT.
005600     EXIT.
005610
005620*-----------------------------------------------------------
005630* 2000-PROCESS-RECORD
005640* PROCESA UN PRESTAMO (VALUACION Y PLAN) Y AVANZA AL
005650* SIGUIENTE.
005660*-----------------------------------------------------------
005670 2000-PROCESS-RECORD.
005680     ADD 1 TO WS-REC-COUNT.
005690     PERFORM 2100-VALIDATE-PRESTAMO THRU 2100-EXIT.
005700
005710     IF WS-PRESTAMO-VALIDO
005720         PERFORM 2200-CALCULA-PRESTAMO THRU 2200-EXIT
005730         PERFORM 3000-GENERA-PLAN THRU 3000-EXIT
005740     ELSE
005750         PERFORM 2500-WRITE-INVALID THRU 2500-EXIT
005760     END-IF.
005770
005780     PERFORM 2900-READ-PRESTAMO THRU 2900-EXIT.
005790 2000-EXIT.
005800     EXIT.
005810
005820*-----------------------------------------------------------
005830* 2100-VALIDATE-PRESTAMO
005840* LAS DOS FECHAS SE VALIDAN CON LA MISMA REGLA QUE FECHAS
005850* APLICA A SUS ENTRADAS, EL VENCIMIENTO NO PUEDE SER
005860* ANTERIOR A LA DISPOSICION, EL CALENDARIO DEBE SER
005870* CONOCIDO Y LA BASE DE DIAS UNA DE LAS TRES SOPORTADAS.
005880* UN PRESTAMO A TASA VARIABLE DEBE NOMBRAR UN INDICE QUE
005890* EXISTA EN TASAS-IDX, CON SOBRETASA NUMERICA Y PERIODO DE
005900* REVISION DE 01 A 12 MESES; AL FINAL SE ARMAN SUS
005910* REVISIONES (2700), QUE TAMBIEN PUEDEN RECHAZARLO.
005920*-----------------------------------------------------------
005930 2100-VALIDATE-PRESTAMO.
005940     SET WS-PRESTAMO-VALIDO TO TRUE.
005950
005960     COMPUTE WS-TEST-RC =
005970         FUNCTION TEST-DATE-YYYYMMDD (PI-FECH-INI).
005980     IF WS-TEST-RC NOT = ZERO
005990         SET WS-PRESTAMO-INVALIDO TO TRUE
006000         MOVE "FECHA INICIAL NO VALIDA" TO WOL-MSG
006010     END-IF.
006020
006030     IF WS-PRESTAMO-VALIDO
006040         COMPUTE WS-TEST-RC =
006050             FUNCTION TEST-DATE-YYYYMMDD (PI-FECH-FIN)
006060         IF WS-TEST-RC NOT = ZERO
006070             SET WS-PRESTAMO-INVALIDO TO TRUE
006080             MOVE "FECHA FINAL NO VALIDA" TO WOL-MSG
006090         END-IF
006100     END-IF.
006110
006120     IF WS-PRESTAMO-VALIDO AND PI-FECH-FIN < PI-FECH-INI
006130         SET WS-PRESTAMO-INVALIDO TO TRUE
006140         MOVE "VENCIMIENTO ANTES DE INICIO" TO WOL-MSG
006150     END-IF.
006160
006170*    EL CALENDARIO EN BLANCO SIGNIFICA "TODOS LOS FESTIVOS";
006180*    UNO QUE NO APAREZCA EN FECHAS-HOL ES ERROR DE CAPTURA.
006190     IF WS-PRESTAMO-VALIDO AND PI-CAL NOT = SPACE
006200         MOVE PI-CAL TO WS-CAL-WORK
006210         PERFORM 1140-VALIDA-CAL THRU 1140-EXIT
006220         IF NOT WS-CAL-FOUND
006230             SET WS-PRESTAMO-INVALIDO TO TRUE
006240             MOVE "CALENDARIO DESCONOCIDO" TO WOL-MSG
006250         END-IF
006260     END-IF.
006270
006280     IF WS-PRESTAMO-VALIDO
006290         EVALUATE TRUE
006300             WHEN PI-BASE-ACT-365
006310                 MOVE 365 TO WS-BASE-DIV
006320             WHEN PI-BASE-30-360
006330             WHEN PI-BASE-ACT-360
006340                 MOVE 360 TO WS-BASE-DIV
006350             WHEN OTHER
006360                 SET WS-PRESTAMO-INVALIDO TO TRUE
006370                 MOVE "BASE DE DIAS DESCONOCIDA" TO WOL-MSG
006380         END-EVALUATE
006390     END-IF.
006400
006410     IF WS-PRESTAMO-VALIDO AND PI-INDICE NOT = SPACE
006420         IF PI-REVISION NOT NUMERIC
006430             OR PI-REVISION = ZERO OR PI-REVISION > 12
006440             SET WS-PRESTAMO-INVALIDO TO TRUE
006450             MOVE "PERIODO DE REVISION NO VALIDO" TO WOL-MSG
006460         END-IF
006470     END-IF.
006480
006490     IF WS-PRESTAMO-VALIDO AND PI-INDICE NOT = SPACE
006500         IF PI-SOBRETASA NOT NUMERIC
006510             SET WS-PRESTAMO-INVALIDO TO TRUE
006520             MOVE "SOBRETASA NO VALIDA" TO WOL-MSG
006530         END-IF
006540     END-IF.
006550
006560     IF WS-PRESTAMO-VALIDO AND PI-INDICE NOT = SPACE
006570         MOVE "N" TO WS-TIX-FOUND-SW
006580         MOVE ZERO TO WS-TIX-IDX
006590         PERFORM 2110-BUSCA-INDICE THRU 2110-EXIT
006600             WS-TIX-TALLY TIMES
006610         IF NOT WS-TIX-FOUND
006620             SET WS-PRESTAMO-INVALIDO TO TRUE
006630             MOVE "INDICE DE TASA DESCONOCIDO" TO WOL-MSG
006640         END-IF
006650     END-IF.
006660
006670     IF WS-PRESTAMO-VALIDO
006680         PERFORM 2700-ARMA-REVISIONES THRU 2700-EXIT
006690     END-IF.
006700 2100-EXIT.
006710     EXIT.
006720
006730 2110-BUSCA-INDICE.
006740     ADD 1 TO WS-TIX-IDX.
006750     IF WS-TIX-INDICE-E (WS-TIX-IDX) = PI-INDICE
006760         SET WS-TIX-FOUND TO TRUE
006770     END-IF.
006780 2110-EXIT.
006790     EXIT.
006800
006810*-----------------------------------------------------------
006820* 2150-CUENTA-DIAS
006830* DIAS ENTRE WS-FECHA-DE Y WS-FECHA-A SEGUN LA BASE DEL
006840* PRESTAMO: DIAS REALES PARA ACTUAL/365 Y ACTUAL/360, Y LA
006850* REGLA 30/360 (DIA 31 CONTADO COMO 30 CUANDO EL DIA
006860* INICIAL YA ES 30) PARA LA BASE 30/360 DEL BANCO FONDEADOR.
006870*-----------------------------------------------------------
006880 2150-CUENTA-DIAS.
006890     IF PI-BASE-30-360
006900         MOVE WS-FECHA-DE TO WS-FECHA-DE-N
006910         MOVE WS-FECHA-A  TO WS-FECHA-A-N
006920         MOVE WDE-DIA TO WS-D1-AJ
006930         IF WS-D1-AJ > 30
006940             MOVE 30 TO WS-D1-AJ
006950         END-IF
006960         MOVE WA-DIA TO WS-D2-AJ
006970         IF WS-D2-AJ = 31 AND WS-D1-AJ = 30
006980             MOVE 30 TO WS-D2-AJ
006990         END-IF
007000         COMPUTE WS-DIAS-PER =
007010             (WA-ANO - WDE-ANO) * 360
007020             + (WA-MES - WDE-MES) * 30
007030             + WS-D2-AJ - WS-D1-AJ
007040     ELSE
007050         COMPUTE WS-START-INT =
007060             FUNCTION INTEGER-OF-DATE (WS-FECHA-DE)
007070         COMPUTE WS-END-INT =
007080             FUNCTION INTEGER-OF-DATE (WS-FECHA-A)
007090         COMPUTE WS-DIAS-PER = WS-END-INT - WS-START-INT
007100     END-IF.
007110 2150-EXIT.
007120     EXIT.
007130
007140*-----------------------------------------------------------
007150* 2200-CALCULA-PRESTAMO
007160* DIAS ENTRE LAS DOS FECHAS SEGUN LA BASE DEL PRESTAMO,
007170* FACTOR COMPUESTO DIARIO (1 + TASA/(100*BASE)) ** DIAS
007180* (LA MISMA POTENCIA DE 2200-EXPONENTE DE EXPO) E INTERES
007190* SOBRE EL CAPITAL. SI EL FACTOR O EL INTERES NO CABEN SE
007200* REPORTA EN LUGAR DE GRABAR UN VALOR TRUNCADO. CON TASA
007210* VARIABLE EL FACTOR ES EL PRODUCTO DE LOS FACTORES DE
007220* CADA TRAMO ENTRE REVISIONES, CADA UNO CON SU TASA (2250);
007230* A TASA FIJA HAY UN SOLO TRAMO, COMO ANTES.
007240*-----------------------------------------------------------
007250 2200-CALCULA-PRESTAMO.
007260     MOVE PI-FECH-INI TO WS-FECHA-DE.
007270     MOVE PI-FECH-FIN TO WS-FECHA-A.
007280     PERFORM 2150-CUENTA-DIAS THRU 2150-EXIT.
007290     MOVE WS-DIAS-PER TO WS-CALC-DAYS.
007300
007310     MOVE "N" TO WS-SIZE-ERROR-SW.
007320     MOVE 1 TO WS-FACTOR.
007330     MOVE ZERO TO WS-REV-IDX.
007340     PERFORM 2250-FACTOR-TRAMO THRU 2250-EXIT
007350         UNTIL WS-REV-IDX >= WS-REV-TALLY
007360             OR WS-SIZE-ERROR.
007370     IF NOT WS-SIZE-ERROR
007380         COMPUTE WS-INTERES ROUNDED =
007390             PI-CAPITAL * (WS-FACTOR - 1)
007400             ON SIZE ERROR
007410                 SET WS-SIZE-ERROR TO TRUE
007420         END-COMPUTE
007430     END-IF.
007440
007450     IF WS-SIZE-ERROR
007460         PERFORM 2400-WRITE-OVERFLOW THRU 2400-EXIT
007470     ELSE
007480         MOVE PI-ID          TO WOL-ID
007490         MOVE WS-CALC-DAYS   TO WOL-DIAS
007500         MOVE WS-FACTOR      TO WOL-FACTOR
007510         MOVE WS-INTERES     TO WOL-INTERES
007520         MOVE "INTERES CALCULADO"  TO WOL-MSG
007530         PERFORM 2800-WRITE-OUT THRU 2800-EXIT
007540     END-IF.
007550 2200-EXIT.
007560     EXIT.
007570
007580*-----------------------------------------------------------
007590* 2250-FACTOR-TRAMO
007600* FACTOR DEL TRAMO QUE EMPIEZA EN LA REVISION SIGUIENTE
007610* (EL PRIMERO DESDE LA DISPOSICION) Y TERMINA EN LA QUE LE
007620* SIGUE O EN EL VENCIMIENTO, ACUMULADO EN WS-FACTOR.
007630*-----------------------------------------------------------
007640 2250-FACTOR-TRAMO.
007650     ADD 1 TO WS-REV-IDX.
007660     IF WS-REV-IDX = 1
007670         MOVE PI-FECH-INI TO WS-FECHA-DE
007680     ELSE
007690         MOVE WS-REV-FECHA (WS-REV-IDX) TO WS-FECHA-DE
007700     END-IF.
007710     IF WS-REV-IDX < WS-REV-TALLY
007720         MOVE WS-REV-FECHA (WS-REV-IDX + 1) TO WS-FECHA-A
007730     ELSE
007740         MOVE PI-FECH-FIN TO WS-FECHA-A
007750     END-IF.
007760     PERFORM 2150-CUENTA-DIAS THRU 2150-EXIT.
007770     COMPUTE WS-TASA-DIARIA ROUNDED =
007780         WS-REV-TASA (WS-REV-IDX) / 100 / WS-BASE-DIV.
007790     COMPUTE WS-FACTOR-PER ROUNDED =
007800         (1 + WS-TASA-DIARIA) ** WS-DIAS-PER
007810         ON SIZE ERROR
007820             SET WS-SIZE-ERROR TO TRUE
007830     END-COMPUTE.
007840     IF NOT WS-SIZE-ERROR
007850         COMPUTE WS-FACTOR ROUNDED = WS-FACTOR * WS-FACTOR-PER
007860             ON SIZE ERROR
007870                 SET WS-SIZE-ERROR TO TRUE
007880         END-COMPUTE
007890     END-IF.
007900 2250-EXIT.
007910     EXIT.
007920
007930*-----------------------------------------------------------
007940* 2400-WRITE-OVERFLOW
007950* REGISTRA EL PRESTAMO CUYO FACTOR O INTERES DESBORDO.
007960*-----------------------------------------------------------
007970 2400-WRITE-OVERFLOW.
007980     MOVE PI-ID          TO WOL-ID.
007990     MOVE WS-CALC-DAYS   TO WOL-DIAS.
008000     MOVE ZERO           TO WOL-FACTOR WOL-INTERES.
008010     MOVE "RESULTADO DEMASIADO GRANDE"  TO WOL-MSG.
008020     DISPLAY "PRESTAMOS: RESULTADO DEMASIADO GRANDE PARA "
008030         PI-ID.
008040     PERFORM 2800-WRITE-OUT THRU 2800-EXIT.
008050 2400-EXIT.
008060     EXIT.
008070
008080*-----------------------------------------------------------
008090* 2500-WRITE-INVALID
008100* REGISTRA EL PRESTAMO RECHAZADO POR 2100.
008110*-----------------------------------------------------------
008120 2500-WRITE-INVALID.
008130     MOVE PI-ID          TO WOL-ID.
008140     MOVE ZERO           TO WOL-DIAS WOL-FACTOR WOL-INTERES.
008150     DISPLAY "PRESTAMOS: " PI-ID " " WOL-MSG.
008160     PERFORM 2800-WRITE-OUT THRU 2800-EXIT.
008170 2500-EXIT.
008180     EXIT.
008190
008200*-----------------------------------------------------------
008210* 2700-ARMA-REVISIONES
008220* LLENA LA TABLA DE REVISIONES DEL PRESTAMO. A TASA FIJA ES
008230* UNA SOLA, DESDE LA DISPOSICION, CON PI-TASA. A TASA
008240* VARIABLE HAY UNA EN LA DISPOSICION Y OTRA CADA
008250* PI-REVISION MESES ANTES DEL VENCIMIENTO, CONTADAS COMO LOS
008260* VENCIMIENTOS DEL PLAN (3300) Y RODADAS A DIA HABIL CON
008270* 3400-RUEDA-HABIL, DE MODO QUE CADA REVISION CAE JUSTO EN
008280* UN VENCIMIENTO. LA TASA DE CADA REVISION ES LA DEL INDICE
008290* MAS LA SOBRETASA (2720), SIN BAJAR DE CERO.
008300*-----------------------------------------------------------
008310 2700-ARMA-REVISIONES.
008320     MOVE ZERO TO WS-REV-TALLY.
008330     IF PI-INDICE = SPACE
008340         MOVE 1 TO WS-REV-TALLY
008350         MOVE PI-FECH-INI TO WS-REV-FECHA (1)
008360         MOVE PI-TASA     TO WS-REV-TASA (1)
008370         GO TO 2700-EXIT
008380     END-IF.
008390     ADD 1 TO WS-VAR-COUNT.
008400     MOVE ZERO TO WS-REV-K.
008410     MOVE "N" TO WS-REV-FIN-SW.
008420     PERFORM 2710-UNA-REVISION THRU 2710-EXIT
008430         UNTIL WS-REV-FIN OR WS-PRESTAMO-INVALIDO.
008440 2700-EXIT.
008450     EXIT.
008460
008470 2710-UNA-REVISION.
008480     IF WS-REV-K = ZERO
008490         MOVE PI-FECH-INI TO WS-FECHA-VENC
008500     ELSE
008510         COMPUTE WS-MESES = WS-REV-K * PI-REVISION
008520         PERFORM 3300-SUMA-MESES THRU 3300-EXIT
008530         IF WS-FECHA-VENC >= PI-FECH-FIN
008540             SET WS-REV-FIN TO TRUE
008550             GO TO 2710-EXIT
008560         END-IF
008570     END-IF.
008580     IF WS-REV-TALLY >= 600
008590         SET WS-REV-FIN TO TRUE
008600         GO TO 2710-EXIT
008610     END-IF.
008620     PERFORM 3400-RUEDA-HABIL THRU 3400-EXIT.
008630     IF WS-REV-K > ZERO AND WS-FECHA-VENC >= PI-FECH-FIN
008640         SET WS-REV-FIN TO TRUE
008650         GO TO 2710-EXIT
008660     END-IF.
008670
008680     PERFORM 2720-TASA-REVISION THRU 2720-EXIT.
008690     IF NOT WS-TIX-FOUND
008700         SET WS-PRESTAMO-INVALIDO TO TRUE
008710         MOVE SPACE TO WOL-MSG
008720         STRING "SIN TASA " DELIMITED BY SIZE
008730                PI-INDICE   DELIMITED BY SPACE
008740                " AL "      DELIMITED BY SIZE
008750                WS-FECHA-VENC DELIMITED BY SIZE
008760             INTO WOL-MSG
008770         END-STRING
008780         GO TO 2710-EXIT
008790     END-IF.
008800
008810     COMPUTE WS-TASA-CALC = WS-TIX-TASA-ENC + PI-SOBRETASA.
008820     IF WS-TASA-CALC < ZERO
008830         MOVE ZERO TO WS-TASA-CALC
008840     END-IF.
008850     ADD 1 TO WS-REV-TALLY.
008860     MOVE WS-FECHA-VENC TO WS-REV-FECHA (WS-REV-TALLY).
008870     MOVE WS-TASA-CALC  TO WS-REV-TASA (WS-REV-TALLY).
008880     ADD 1 TO WS-REV-K.
008890 2710-EXIT.
008900     EXIT.
008910
008920*-----------------------------------------------------------
008930* 2720-TASA-REVISION
008940* TASA DEL INDICE PARA LA REVISION DE WS-FECHA-VENC. SI LA
008950* REVISION YA OCURRIO (NO ES POSTERIOR A LA FECHA DE
008960* PROCESO) SE EXIGE LA TASA PUBLICADA PARA ESE MISMO DIA;
008970* NO SE ARRASTRA UNA TASA ANTERIOR. SI ES FUTURA SE PROYECTA
008980* CON LA ULTIMA TASA PUBLICADA A LA FECHA DE PROCESO.
008990*-----------------------------------------------------------
009000 2720-TASA-REVISION.
009010     MOVE "N" TO WS-TIX-FOUND-SW.
009020     MOVE ZERO TO WS-TIX-IDX WS-TIX-FECHA-MAX WS-TIX-TASA-ENC.
009030     PERFORM 2730-COMPARA-TASA THRU 2730-EXIT
009040         WS-TIX-TALLY TIMES.
009050 2720-EXIT.
009060     EXIT.
009070
009080 2730-COMPARA-TASA.
009090     ADD 1 TO WS-TIX-IDX.
009100     IF WS-TIX-INDICE-E (WS-TIX-IDX) NOT = PI-INDICE
009110         GO TO 2730-EXIT
009120     END-IF.
009130     IF WS-FECHA-VENC NOT > WS-FECHA-PROC
009140         IF WS-TIX-FECHA-E (WS-TIX-IDX) = WS-FECHA-VENC
009150             SET WS-TIX-FOUND TO TRUE
009160             MOVE WS-TIX-TASA-E (WS-TIX-IDX) TO WS-TIX-TASA-ENC
009170         END-IF
009180     ELSE
009190         IF WS-TIX-FECHA-E (WS-TIX-IDX) NOT > WS-FECHA-PROC
009200             AND WS-TIX-FECHA-E (WS-TIX-IDX) >= WS-TIX-FECHA-MAX
009210             SET WS-TIX-FOUND TO TRUE
009220             MOVE WS-TIX-FECHA-E (WS-TIX-IDX)
009230                 TO WS-TIX-FECHA-MAX
009240             MOVE WS-TIX-TASA-E (WS-TIX-IDX) TO WS-TIX-TASA-ENC
009250         END-IF
009260     END-IF.
009270 2730-EXIT.
009280     EXIT.
009290
009300*-----------------------------------------------------------
009310* 2800-WRITE-OUT
009320*-----------------------------------------------------------
009330 2800-WRITE-OUT.
009340     WRITE PO-RECORD FROM WS-OUT-LINE.
009350 2800-EXIT.
009360     EXIT.
009370
009380*-----------------------------------------------------------
009390* 2900-READ-PRESTAMO
009400*-----------------------------------------------------------
009410 2900-READ-PRESTAMO.
009420     READ PRESTAMOS-IN
009430         AT END
009440             SET WS-EOF TO TRUE
009450     END-READ.
009460 2900-EXIT.
009470     EXIT.
009480
009490*-----------------------------------------------------------
009500* 3000-GENERA-PLAN
009510* PLAN DE AMORTIZACION MENSUAL DEL PRESTAMO: VENCIMIENTOS
009520* CADA MES A PARTIR DE LA DISPOSICION (EL ULTIMO ES EL
009530* VENCIMIENTO DEL PRESTAMO), CADA UNO RODADO AL DIA HABIL
009540* SIGUIENTE SEGUN EL CALENDARIO DEL PRESTAMO. EL PAGO
009550* NIVELADO SALE DE LA FORMULA DE ANUALIDAD CON LA TASA
009560* MENSUAL; EL INTERES DE CADA PERIODO SE DEVENGA POR LOS
009570* DIAS REALES (O 30/360) DEL PERIODO SOBRE LA BASE, Y EL
009580* ULTIMO PAGO LIQUIDA EL SALDO EXACTO. A TASA VARIABLE EL
009590* PAGO NIVELADO SE RECALCULA EN CADA REVISION (3200) SOBRE
009600* EL SALDO Y LOS PAGOS QUE FALTAN.
009610*-----------------------------------------------------------
009620 3000-GENERA-PLAN.
009630     MOVE PI-CAPITAL TO WS-SALDO.
009640     MOVE ZERO TO WS-NPAGOS.
009650     MOVE "N" TO WS-PLAN-FIN-SW.
009660     PERFORM 3050-CUENTA-PAGOS THRU 3050-EXIT
009670         UNTIL WS-PLAN-FIN.
009680
009690     MOVE WS-REV-TASA (1) TO WS-TASA-VIG.
009700     MOVE PI-CAPITAL TO WS-CAP-BASE.
009710     MOVE WS-NPAGOS TO WS-N-REST.
009720     PERFORM 3100-CALCULA-PAGO THRU 3100-EXIT.
009730     IF WS-SIZE-ERROR
009740         DISPLAY "PRESTAMOS: PLAN NO GENERADO PARA " PI-ID
009750             ", EL PAGO NIVELADO DESBORDA."
009760         GO TO 3000-EXIT
009770     END-IF.
009780
009790     MOVE PI-FECH-INI TO WS-FECHA-DE.
009800     MOVE ZERO TO WS-PAGO-K.
009810     PERFORM 3200-UN-PAGO THRU 3200-EXIT
009820         WS-NPAGOS TIMES.
009830 3000-EXIT.
009840     EXIT.
009850
009860*-----------------------------------------------------------
009870* 3100-CALCULA-PAGO
009880* PAGO NIVELADO POR LA FORMULA DE ANUALIDAD CON LA TASA
009890* MENSUAL DE WS-TASA-VIG, SOBRE WS-CAP-BASE A WS-N-REST
009900* PAGOS. SI NO CABE SE PRENDE WS-SIZE-ERROR Y WS-PAGO SE
009910* QUEDA COMO ESTABA.
009920*-----------------------------------------------------------
009930 3100-CALCULA-PAGO.
009940     MOVE "N" TO WS-SIZE-ERROR-SW.
009950     COMPUTE WS-TASA-MES ROUNDED = WS-TASA-VIG / 1200.
009960     IF WS-TASA-MES = ZERO
009970         COMPUTE WS-PAGO ROUNDED = WS-CAP-BASE / WS-N-REST
009980     ELSE
009990         COMPUTE WS-NPAGOS-NEG = ZERO - WS-N-REST
010000         COMPUTE WS-ANNUITY ROUNDED =
010010             1 - (1 + WS-TASA-MES) ** WS-NPAGOS-NEG
010020             ON SIZE ERROR
010030                 SET WS-SIZE-ERROR TO TRUE
010040         END-COMPUTE
010050         IF NOT WS-SIZE-ERROR AND WS-ANNUITY NOT = ZERO
010060             COMPUTE WS-PAGO ROUNDED =
010070                 WS-CAP-BASE * WS-TASA-MES / WS-ANNUITY
010080                 ON SIZE ERROR
010090                     SET WS-SIZE-ERROR TO TRUE
010100             END-COMPUTE
010110         ELSE
010120             SET WS-SIZE-ERROR TO TRUE
010130         END-IF
010140     END-IF.
010150 3100-EXIT.
010160     EXIT.
010170
010180*-----------------------------------------------------------
010190* 3050-CUENTA-PAGOS
010200* CUENTA LOS VENCIMIENTOS MENSUALES HASTA ALCANZAR EL
010210* VENCIMIENTO DEL PRESTAMO. EL TOPE DE 600 (50 ANOS) CORTA
010220* UN PLAZO ABSURDO SIN COLGAR LA CORRIDA.
010230*-----------------------------------------------------------
010240 3050-CUENTA-PAGOS.
010250     ADD 1 TO WS-NPAGOS.
010260     IF WS-NPAGOS >= 600
010270         DISPLAY "PRESTAMOS: " PI-ID " EXCEDE 600 PAGOS, "
010280             "EL PLAN SE CORTA AHI."
010290         SET WS-PLAN-FIN TO TRUE
010300         GO TO 3050-EXIT
010310     END-IF.
010320     MOVE WS-NPAGOS TO WS-MESES.
010330     PERFORM 3300-SUMA-MESES THRU 3300-EXIT.
010340     IF WS-FECHA-VENC >= PI-FECH-FIN
010350         SET WS-PLAN-FIN TO TRUE
010360     END-IF.
010370 3050-EXIT.
010380     EXIT.
010390
010400*-----------------------------------------------------------
010410* 3200-UN-PAGO
010420* ARMA Y ESCRIBE UN PAGO DEL PLAN: VENCIMIENTO TEORICO DEL
010430* MES (EL ULTIMO ES EL DEL PRESTAMO), RODADO A DIA HABIL;
010440* DIAS DEL PERIODO SEGUN LA BASE; INTERES SOBRE EL SALDO;
010450* CAPITAL COMO PAGO MENOS INTERES (EL ULTIMO LIQUIDA TODO).
010460* LA TASA ES LA DE LA ULTIMA REVISION AL INICIO DEL PERIODO
010470* (3250); SI CAMBIO, EL PAGO NIVELADO SE RECALCULA.
010480*-----------------------------------------------------------
010490 3200-UN-PAGO.
010500     ADD 1 TO WS-PAGO-K.
010510     IF WS-PAGO-K = WS-NPAGOS
010520         MOVE PI-FECH-FIN TO WS-FECHA-VENC
010530     ELSE
010540         MOVE WS-PAGO-K TO WS-MESES
010550         PERFORM 3300-SUMA-MESES THRU 3300-EXIT
010560     END-IF.
010570     PERFORM 3400-RUEDA-HABIL THRU 3400-EXIT.
010580
010590     PERFORM 3250-TASA-PERIODO THRU 3250-EXIT.
010600     IF WS-TASA-NUEVA NOT = WS-TASA-VIG
010610         MOVE WS-TASA-NUEVA TO WS-TASA-VIG
010620         MOVE WS-SALDO TO WS-CAP-BASE
010630         COMPUTE WS-N-REST = WS-NPAGOS - WS-PAGO-K + 1
010640         PERFORM 3100-CALCULA-PAGO THRU 3100-EXIT
010650         IF WS-SIZE-ERROR
010660             DISPLAY "PRESTAMOS: " PI-ID " PAGO " WS-PAGO-K
010670                 ", EL PAGO RECALCULADO DESBORDA; SE "
010680                 "CONSERVA EL ANTERIOR."
010690         END-IF
010700     END-IF.
010710
010720     MOVE WS-FECHA-VENC TO WS-FECHA-A.
010730     PERFORM 2150-CUENTA-DIAS THRU 2150-EXIT.
010740     COMPUTE WS-INT-PER ROUNDED =
010750         WS-SALDO * WS-TASA-VIG * WS-DIAS-PER
010760         / 100 / WS-BASE-DIV.
010770     IF WS-PAGO-K = WS-NPAGOS
010780         MOVE WS-SALDO TO WS-CAP-PER
010790     ELSE
010800         COMPUTE WS-CAP-PER = WS-PAGO - WS-INT-PER
010810         IF WS-CAP-PER > WS-SALDO
010820             MOVE WS-SALDO TO WS-CAP-PER
010830         END-IF
010840         IF WS-CAP-PER < ZERO
010850             MOVE ZERO TO WS-CAP-PER
010860         END-IF
010870     END-IF.
010880     SUBTRACT WS-CAP-PER FROM WS-SALDO.
010890
010900     MOVE PI-ID         TO WPL-ID.
010910     MOVE WS-PAGO-K     TO WPL-NUM.
010920     MOVE WS-FECHA-VENC TO WPL-FECHA.
010930     MOVE WS-DIAS-PER   TO WPL-DIAS.
010940     MOVE WS-INT-PER    TO WPL-INTERES.
010950     MOVE WS-CAP-PER    TO WPL-CAPITAL.
010960     MOVE WS-SALDO      TO WPL-SALDO.
010970     MOVE PI-CAL        TO WPL-CAL.
010980     MOVE PI-BASE       TO WPL-BASE.
010990     MOVE WS-TASA-VIG   TO WPL-TASA.
011000     WRITE PL-RECORD FROM WS-PLN-LINE.
011010     ADD 1 TO WS-PLN-COUNT.
011020
011030     MOVE WS-FECHA-VENC TO WS-FECHA-DE.
011040 3200-EXIT.
011050     EXIT.
011060
011070*-----------------------------------------------------------
011080* 3250-TASA-PERIODO
011090* DEJA EN WS-TASA-NUEVA LA TASA DE LA ULTIMA REVISION QUE NO
011100* SEA POSTERIOR AL INICIO DEL PERIODO (WS-FECHA-DE); ANTES
011110* DE LA PRIMERA RIGE LA PRIMERA.
011120*-----------------------------------------------------------
011130 3250-TASA-PERIODO.
011140     MOVE WS-REV-TASA (1) TO WS-TASA-NUEVA.
011150     MOVE ZERO TO WS-REV-IDX.
011160     PERFORM 3260-COMPARA-REVISION THRU 3260-EXIT
011170         WS-REV-TALLY TIMES.
011180 3250-EXIT.
011190     EXIT.
011200
011210 3260-COMPARA-REVISION.
011220     ADD 1 TO WS-REV-IDX.
011230     IF WS-REV-FECHA (WS-REV-IDX) NOT > WS-FECHA-DE
011240         MOVE WS-REV-TASA (WS-REV-IDX) TO WS-TASA-NUEVA
011250     END-IF.
011260 3260-EXIT.
011270     EXIT.
011280
011290*-----------------------------------------------------------
011300* 3300-SUMA-MESES
011310* SUMA WS-MESES MESES A LA FECHA DE DISPOSICION Y DEJA EL
011320* RESULTADO EN WS-FECHA-VENC. EL DIA SE CONSERVA Y, SI EL
011330* MES DESTINO ES MAS CORTO, SE RECORTA AL ULTIMO DIA VALIDO
011340* CON LA MISMA REGLA DE FECHAS (TEST-DATE-YYYYMMDD).
011350*-----------------------------------------------------------
011360 3300-SUMA-MESES.
011370     MOVE PI-FECH-INI TO WS-FECHA-INI-N.
011380     COMPUTE WS-MES-TRAB = WFI-MES + WS-MESES.
011390     COMPUTE WFV-MES = FUNCTION MOD (WS-MES-TRAB - 1, 12) + 1.
011400     COMPUTE WFV-ANO = WFI-ANO
011410         + (WS-MES-TRAB - WFV-MES) / 12.
011420     MOVE WFI-DIA TO WFV-DIA.
011430     PERFORM 3310-AJUSTA-DIA THRU 3310-EXIT
011440         UNTIL FUNCTION TEST-DATE-YYYYMMDD (WS-FECHA-VENC-N)
011450             = ZERO
011460         OR WFV-DIA <= 28.
011470     MOVE WS-FECHA-VENC-N TO WS-FECHA-VENC.
011480 3300-EXIT.
011490     EXIT.
011500
011510 3310-AJUSTA-DIA.
011520     SUBTRACT 1 FROM WFV-DIA.
011530 3310-EXIT.
011540     EXIT.
011550
011560*-----------------------------------------------------------
011570* 3400-RUEDA-HABIL
011580* RUEDA WS-FECHA-VENC HACIA ADELANTE HASTA EL PRIMER DIA
011590* QUE NO SEA SABADO, DOMINGO NI FESTIVO DEL CALENDARIO DEL
011600* PRESTAMO, CON LA MISMA REGLA DE APLICABILIDAD QUE FECHAS
011610* (PRESTAMO SIN CALENDARIO = TODOS LOS FESTIVOS, FESTIVO
011620* SIN CALENDARIO = TODOS LOS MERCADOS).
011630*-----------------------------------------------------------
011640 3400-RUEDA-HABIL.
011650     COMPUTE WS-ROLL-INT =
011660         FUNCTION INTEGER-OF-DATE (WS-FECHA-VENC).
011670     MOVE WS-FECHA-VENC TO WS-WORK-DATE.
011680     PERFORM 3410-CHECA-DIA THRU 3410-EXIT.
011690     PERFORM 3420-AVANZA-DIA THRU 3420-EXIT
011700         UNTIL WS-DIA-HABIL.
011710     MOVE WS-WORK-DATE TO WS-FECHA-VENC.
011720 3400-EXIT.
011730     EXIT.
011740
011750 3410-CHECA-DIA.
011760     SET WS-DIA-HABIL TO TRUE.
011770     COMPUTE WS-DAY-NUM = FUNCTION MOD (WS-ROLL-INT, 7).
011780     IF WS-DAY-NUM = 0 OR WS-DAY-NUM = 6
011790         SET WS-DIA-NO-HABIL TO TRUE
011800         GO TO 3410-EXIT
011810     END-IF.
011820     MOVE "N" TO WS-FESTIVO-SW.
011830     MOVE ZERO TO WS-HOL-IDX.
011840     PERFORM 3430-BUSCA-FESTIVO THRU 3430-EXIT
011850         WS-HOL-TALLY TIMES.
011860     IF WS-FESTIVO
011870         SET WS-DIA-NO-HABIL TO TRUE
011880     END-IF.
011890 3410-EXIT.
011900     EXIT.
011910
011920 3420-AVANZA-DIA.
011930     ADD 1 TO WS-ROLL-INT.
011940     MOVE FUNCTION DATE-OF-INTEGER (WS-ROLL-INT)
011950         TO WS-WORK-DATE.
011960     PERFORM 3410-CHECA-DIA THRU 3410-EXIT.
011970 3420-EXIT.
011980     EXIT.
011990
012000 3430-BUSCA-FESTIVO.
012010     ADD 1 TO WS-HOL-IDX.
012020     IF WS-HOL-FECHA-E (WS-HOL-IDX) = WS-WORK-DATE
012030         IF PI-CAL = SPACE
012040             OR WS-HOL-CAL-E (WS-HOL-IDX) = SPACE
012050             OR PI-CAL = WS-HOL-CAL-E (WS-HOL-IDX) (1:2)
012060             OR PI-CAL = WS-HOL-CAL-E (WS-HOL-IDX) (3:2)
012070             SET WS-FESTIVO TO TRUE
012080         END-IF
012090     END-IF.
012100 3430-EXIT.
012110     EXIT.
012120
012130*-----------------------------------------------------------
012140* 8000-TERMINATE
012150*-----------------------------------------------------------
012160 8000-TERMINATE.
012170     CLOSE PRESTAMOS-IN.
012180     CLOSE PRESTAMOS-OUT.
012190     CLOSE PRESTAMOS-PLN.
012200     DISPLAY "PRESTAMOS: PRESTAMOS PROCESADOS: "
012210         WS-REC-COUNT.
012220     DISPLAY "PRESTAMOS: PAGOS DEL PLAN ESCRITOS: "
012230         WS-PLN-COUNT.
012240     DISPLAY "PRESTAMOS: PRESTAMOS A TASA VARIABLE: "
012250         WS-VAR-COUNT.
012260 8000-EXIT.
012270     EXIT.
012280
012290*-----------------------------------------------------------
012300* 9999-ABEND
012310* TERMINACION ANORMAL POR ERROR DE ARCHIVO.
012320*-----------------------------------------------------------
012330 9999-ABEND.
012340     DISPLAY "PRESTAMOS: TERMINACION ANORMAL.".
012350     MOVE 16 TO RETURN-CODE.
012360     GOBACK.
012370
012380 END PROGRAM PRESTAMOS.
