000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAGOS.
000030 AUTHOR. J. ABRIL.
000040 INSTALLATION. DEPTO DE SISTEMAS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* HISTORIAL DE MODIFICACIONES
000090*-----------------------------------------------------------
000100* FECHA       INIC  DESCRIPCION
000110* ----------  ----  ------------------------------------
000120* 2026-10-15  JA    VERSION ORIGINAL. APLICACION DE PAGOS
000130*                   DE PRESTAMOS Y ANTIGUEDAD DE CARTERA
000140*                   VENCIDA. PRESTAMOS REHACE CADA NOCHE EL
000150*                   PLAN PRESTAMOS-PLN PERO NADIE LLEVA LO
000160*                   QUE EL ACREDITADO PAGO. ESTE PROGRAMA
000170*                   MANTIENE EL MAESTRO DE CARTERA
000180*                   PRESTAMOS-MST.DAT (SALDO INSOLUTO Y
000190*                   PROXIMA CUOTA CON LO QUE LE FALTA DE
000200*                   INTERES Y DE CAPITAL), APLICA LOS PAGOS
000210*                   DEL DIA DE PRESTAMOS-PAG.DAT CONTRA EL
000220*                   PLAN (PRIMERO INTERES, LUEGO CAPITAL,
000230*                   CUOTA POR CUOTA), DEJA EN EL PRESTAMO
000240*                   EL PAGO PARCIAL COMO PENDIENTE Y EL
000250*                   EXCEDENTE COMO SALDO A FAVOR, Y EMITE EN
000260*                   PRESTAMOS-MOR.DAT LA ANTIGUEDAD DE LA
000270*                   CARTERA VENCIDA CONTANDO DIAS HABILES
000280*                   DE ATRASO CON EL CALENDARIO PI-CAL DE
000290*                   CADA PRESTAMO, EN LOS RANGOS 1-30,
000300*                   31-60, 61-90 Y MAS DE 90. LOS PAGOS QUE
000310*                   NO SE PUEDEN APLICAR VAN A PAGOS-REJ.DAT
000320*                   CON SU CAUSA. COBRANZA LO HACIA A MANO
000330*                   CON LOS PLANES IMPRESOS.
000340* 2026-10-15  JA    LA FECHA DE PROCESO ES LA FECHA DE NEGOCIO
000350*                   DE FECHA-NEG.DAT (VIA FECNEG); SIN ELLA SE
000360*                   USA LA DEL SISTEMA, CON AVISO. EL ARCHIVO
000370*                   DE PAGOS APLICADO SE ANOTA EN PAGOS-ULT.DAT
000380*                   (FECHA DE NEGOCIO, PAGOS, IMPORTE Y PRIMER
000390*                   RENGLON) Y UNA CORRIDA CON LA MISMA FECHA
000400*                   O CON EL MISMO ARCHIVO SE NIEGA CON RC 12
000410*                   SIN TOCAR EL MAESTRO, PARA QUE UN PAGO NO
000420*                   SE APLIQUE DOS VECES. LA CARTERA CRECE A
000430*                   5000 PRESTAMOS Y EL PLAN A 99999 CUOTAS; EL
000440*                   PRESTAMO LIQUIDADO, SIN SALDO A FAVOR Y QUE
000450*                   YA NO VIENE EN EL PLAN SALE DEL MAESTRO.
000460*-----------------------------------------------------------
000470
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. GENERICO.
000510 OBJECT-COMPUTER. GENERICO.
000520
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT PRESTAMOS-PLN ASSIGN TO "PRESTAMOS-PLN.DAT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-PLN-STATUS.
000580
000590*    EL MAESTRO DE CARTERA SE LEE COMPLETO A LA TABLA Y SE
000600*    REESCRIBE AL FINAL, COMO MANTFEST HACE CON FECHAS-HOL.
000610     SELECT PRESTAMOS-MST ASSIGN TO "PRESTAMOS-MST.DAT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-MST-STATUS.
000640
000650     SELECT PRESTAMOS-PAG ASSIGN TO "PRESTAMOS-PAG.DAT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-PAG-STATUS.
000680
000690     SELECT PAGOS-REJ ASSIGN TO "PAGOS-REJ.DAT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-REJ-STATUS.
000720
000730     SELECT PRESTAMOS-MOR ASSIGN TO "PRESTAMOS-MOR.DAT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-MOR-STATUS.
000760
000770     SELECT FECHAS-HOL ASSIGN TO "FECHAS-HOL.DAT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-HOL-STATUS.
000800
000810*    ULTIMO ARCHIVO DE PAGOS APLICADO, UN SOLO RENGLON.
000820     SELECT PAGOS-ULT ASSIGN TO "PAGOS-ULT.DAT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-ULT-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880*-----------------------------------------------------------
000890* PL-RECORD: MISMA TRAZA QUE WS-PLN-LINE EN PRESTAMOS, UN
000900* PAGO DEL PLAN POR RENGLON, AGRUPADOS POR PRESTAMO.
000910*-----------------------------------------------------------
000920 FD  PRESTAMOS-PLN.
000930 01  PL-RECORD.
000940     05 PL-ID                    PIC X(10).
000950     05 FILLER                   PIC X(01).
000960     05 PL-NUM                   PIC 9(03).
000970     05 FILLER                   PIC X(01).
000980     05 PL-FECHA                 PIC 9(08).
000990     05 FILLER                   PIC X(01).
001000     05 PL-DIAS                  PIC 9(05).
001010     05 FILLER                   PIC X(01).
001020     05 PL-INTERES               PIC S9(11)V99
001030        SIGN IS TRAILING SEPARATE CHARACTER.
001040     05 FILLER                   PIC X(01).
001050     05 PL-CAPITAL               PIC S9(11)V99
001060        SIGN IS TRAILING SEPARATE CHARACTER.
001070     05 FILLER                   PIC X(01).
001080     05 PL-SALDO                 PIC S9(11)V99
001090        SIGN IS TRAILING SEPARATE CHARACTER.
001100     05 FILLER                   PIC X(01).
001110     05 PL-CAL                   PIC X(02).
001120     05 FILLER                   PIC X(01).
001130     05 PL-BASE                  PIC X(01).
001140     05 FILLER                   PIC X(08).
001150
001160*-----------------------------------------------------------
001170* MPR-RECORD: UN PRESTAMO DE LA CARTERA POR RENGLON, CON LA
001180* TRAZA DE WS-MST-WORK (120 POSICIONES).
001190*   POS 001-010 ID DEL PRESTAMO.
001200*   POS 012-013 CALENDARIO (PI-CAL)  POS 015 BASE (PI-BASE).
001210*   POS 017-029 CAPITAL ORIGINAL, 9(11)V99.
001220*   POS 031-043 SALDO INSOLUTO DE CAPITAL, 9(11)V99.
001230*   POS 045-047 PROXIMA CUOTA NO CUBIERTA DEL PLAN.
001240*   POS 049-056 SU FECHA DE PAGO, AAAAMMDD.
001250*   POS 058-070 INTERES QUE LE FALTA A ESA CUOTA.
001260*   POS 072-084 CAPITAL QUE LE FALTA A ESA CUOTA.
001270*   POS 086-098 SALDO A FAVOR (EXCEDENTES AUN NO APLICADOS).
001280*   POS 100-107 FECHA VALOR DEL ULTIMO PAGO.
001290*   POS 109     ESTADO: "V" VIGENTE, "L" LIQUIDADO.
001300*-----------------------------------------------------------
001310 FD  PRESTAMOS-MST.
001320 01  MPR-RECORD                  PIC X(120).
001330
001340*-----------------------------------------------------------
001350* PG-RECORD: UN PAGO RECIBIDO POR RENGLON.
001360*   POS 01-10 PG-ID       PRESTAMO AL QUE SE APLICA.
001370*   POS 11-18 PG-FECHA    FECHA VALOR DEL PAGO, AAAAMMDD.
001380*   POS 19-31 PG-IMPORTE  IMPORTE, 9(11)V99 SIN SIGNO.
001390*-----------------------------------------------------------
001400 FD  PRESTAMOS-PAG.
001410 01  PG-RECORD.
001420     05 PG-ID                    PIC X(10).
001430     05 PG-FECHA                 PIC 9(08).
001440     05 PG-IMPORTE               PIC 9(11)V99.
001450
001460*-----------------------------------------------------------
001470* PGR-RECORD: PAGO RECHAZADO CON SU CAUSA, IGUAL QUE
001480* FECHAS-REJ.
001490*   01 = PRESTAMO DESCONOCIDO
001500*   02 = FECHA VALOR NO VALIDA
001510*   03 = IMPORTE EN CERO O NO NUMERICO
001520*   04 = FECHA VALOR POSTERIOR A LA FECHA DE PROCESO
001530*   05 = PRESTAMO SIN PLAN VIGENTE EN PRESTAMOS-PLN
001540*-----------------------------------------------------------
001550 FD  PAGOS-REJ.
001560 01  PGR-RECORD.
001570     05 PGR-DATA                 PIC X(31).
001580     05 FILLER                   PIC X(01).
001590     05 PGR-REASON               PIC X(02).
001600     05 FILLER                   PIC X(01).
001610     05 PGR-RECNO                PIC 9(07).
001620
001630 FD  PRESTAMOS-MOR.
001640 01  MOR-RECORD                  PIC X(100).
001650
001660 FD  FECHAS-HOL.
001670 01  HOL-RECORD.
001680     05 HOL-FECHA                PIC 9(08).
001690     05 HOL-DESC                 PIC X(30).
001700     05 HOL-CAL                  PIC X(04).
001710
001720*-----------------------------------------------------------
001730* ULP-RECORD: ULTIMO ARCHIVO DE PAGOS APLICADO.
001740*   POS 01-08 ULP-FECHA    FECHA DE NEGOCIO EN QUE SE APLICO.
001750*   POS 10-16 ULP-PAGOS    RENGLONES QUE TRAIA.
001760*   POS 18-32 ULP-IMPORTE  SUMA DE SUS IMPORTES, 9(13)V99.
001770*   POS 34-64 ULP-PRIMERO  SU PRIMER RENGLON.
001780*-----------------------------------------------------------
001790 FD  PAGOS-ULT.
001800 01  ULP-RECORD.
001810     05 ULP-FECHA                PIC 9(08).
001820     05 FILLER                   PIC X(01).
001830     05 ULP-PAGOS                PIC 9(07).
001840     05 FILLER                   PIC X(01).
001850     05 ULP-IMPORTE              PIC 9(13)V99.
001860     05 FILLER                   PIC X(01).
001870     05 ULP-PRIMERO              PIC X(31).
001880
001890 WORKING-STORAGE SECTION.
001900*-----------------------------------------------------------
001910* INDICADORES DE ESTADO DE ARCHIVO
001920*-----------------------------------------------------------
001930 01  WS-FILE-STATUSES.
001940     05 WS-PLN-STATUS            PIC X(02) VALUE "00".
001950     05 WS-MST-STATUS            PIC X(02) VALUE "00".
001960     05 WS-PAG-STATUS            PIC X(02) VALUE "00".
001970     05 WS-REJ-STATUS            PIC X(02) VALUE "00".
001980     05 WS-MOR-STATUS            PIC X(02) VALUE "00".
001990     05 WS-HOL-STATUS            PIC X(02) VALUE "00".
002000     05 WS-ULT-STATUS            PIC X(02) VALUE "00".
002010
002020*-----------------------------------------------------------
002030* SWITCHES
002040*-----------------------------------------------------------
002050 01  WS-SWITCHES.
002060     05 WS-EOF-SW                PIC X(01) VALUE "N".
002070        88 WS-EOF                          VALUE "Y".
002080     05 WS-MST-EOF-SW            PIC X(01) VALUE "N".
002090        88 WS-MST-EOF                      VALUE "Y".
002100     05 WS-PLN-EOF-SW            PIC X(01) VALUE "N".
002110        88 WS-PLN-EOF                      VALUE "Y".
002120     05 WS-HOL-EOF-SW            PIC X(01) VALUE "N".
002130        88 WS-HOL-EOF                      VALUE "Y".
002140     05 WS-PAG-ABIERTO-SW        PIC X(01) VALUE "N".
002150        88 WS-PAG-ABIERTO                  VALUE "Y".
002160     05 WS-VALID-SW              PIC X(01) VALUE "Y".
002170        88 WS-PAGO-VALIDO                  VALUE "Y".
002180        88 WS-PAGO-INVALIDO                VALUE "N".
002190     05 WS-FOUND-SW              PIC X(01) VALUE "N".
002200        88 WS-PRE-FOUND                    VALUE "Y".
002210     05 WS-NUEVO-SW              PIC X(01) VALUE "N".
002220        88 WS-PRE-NUEVO                    VALUE "Y".
002230     05 WS-DUP-PLN-SW            PIC X(01) VALUE "N".
002240        88 WS-DUP-PLN                      VALUE "Y".
002250     05 WS-HABIL-SW              PIC X(01) VALUE "Y".
002260        88 WS-DIA-HABIL                    VALUE "Y".
002270        88 WS-DIA-NO-HABIL                 VALUE "N".
002280     05 WS-FESTIVO-SW            PIC X(01) VALUE "N".
002290        88 WS-FESTIVO                      VALUE "Y".
002300     05 WS-SUMA-FIN-SW           PIC X(01) VALUE "N".
002310        88 WS-SUMA-FIN                     VALUE "Y".
002320     05 WS-REPETIDO-SW           PIC X(01) VALUE "N".
002330        88 WS-PAGOS-REPETIDOS              VALUE "Y".
002340
002350*-----------------------------------------------------------
002360* CONTADORES Y CAMPOS DE TRABAJO
002370*-----------------------------------------------------------
002380 77  WS-PAG-COUNT                PIC 9(07) COMP VALUE ZERO.
002390 77  WS-APL-COUNT                PIC 9(07) COMP VALUE ZERO.
002400 77  WS-REJ-COUNT                PIC 9(07) COMP VALUE ZERO.
002410 77  WS-NVO-COUNT                PIC 9(05) COMP VALUE ZERO.
002420 77  WS-LIQ-COUNT                PIC 9(05) COMP VALUE ZERO.
002430 77  WS-CORR-COUNT               PIC 9(05) COMP VALUE ZERO.
002440 77  WS-VENC-COUNT               PIC 9(05) COMP VALUE ZERO.
002450 77  WS-BAJA-COUNT               PIC 9(05) COMP VALUE ZERO.
002460 77  WS-TEST-RC                  PIC S9(04) COMP VALUE ZERO.
002470 77  WS-FECHA-PROC               PIC 9(08) VALUE ZERO.
002480*    FECHA HASTA LA QUE UNA CUOTA SE CONSIDERA EXIGIBLE: LA
002490*    FECHA VALOR DEL PAGO O, PARA EL SALDO A FAVOR, LA FECHA
002500*    DE PROCESO.
002510 77  WS-FECHA-CORTE              PIC 9(08) VALUE ZERO.
002520 77  WS-DISPONIBLE               PIC 9(11)V99 VALUE ZERO.
002530 77  WS-VENCIDO                  PIC 9(11)V99 VALUE ZERO.
002540 77  WS-TOT-PAGADO               PIC 9(13)V99 VALUE ZERO.
002550 77  WS-TOT-INTERES              PIC 9(13)V99 VALUE ZERO.
002560 77  WS-TOT-CAPITAL              PIC 9(13)V99 VALUE ZERO.
002570 77  WS-TOT-FAVOR                PIC 9(13)V99 VALUE ZERO.
002580 77  WS-TOT-VENCIDO              PIC 9(13)V99 VALUE ZERO.
002590 77  WS-DIAS-ATRASO              PIC 9(05) COMP VALUE ZERO.
002600 77  WS-RANGO                    PIC 9(01) COMP VALUE ZERO.
002610 77  WS-ROLL-INT                 PIC 9(07) COMP VALUE ZERO.
002620 77  WS-END-INT                  PIC 9(07) COMP VALUE ZERO.
002630 77  WS-DAY-NUM                  PIC 9(01) COMP VALUE ZERO.
002640 77  WS-WORK-DATE                PIC 9(08) VALUE ZERO.
002650 77  WS-HOL-IDX                  PIC 9(05) COMP VALUE ZERO.
002660 77  WS-CAL-PRE                  PIC X(02) VALUE SPACE.
002670 77  WS-BUSCA-ID                 PIC X(10) VALUE SPACE.
002680 77  WS-ID-ANT                   PIC X(10) VALUE SPACE.
002690 77  WS-PRE-IDX                  PIC 9(05) COMP VALUE ZERO.
002700 77  WS-PRE-POS                  PIC 9(05) COMP VALUE ZERO.
002710 77  WS-CUO-IDX                  PIC 9(05) COMP VALUE ZERO.
002720 77  WS-CUO-ULT                  PIC 9(05) COMP VALUE ZERO.
002730 77  WS-REJ-REASON               PIC X(02) VALUE SPACE.
002740
002750*-----------------------------------------------------------
002760* FIRMA DEL ARCHIVO DE PAGOS DE HOY (RENGLONES, SUMA DE
002770* IMPORTES Y PRIMER RENGLON) Y LA DEL ULTIMO APLICADO, CON
002780* LA TRAZA DE ULP-RECORD.
002790*-----------------------------------------------------------
002800 77  WS-FIR-PAGOS                PIC 9(07) COMP VALUE ZERO.
002810 77  WS-FIR-IMPORTE              PIC 9(13)V99 VALUE ZERO.
002820 77  WS-FIR-PRIMERO              PIC X(31) VALUE SPACE.
002830 01  WS-ULT-PAGOS.
002840     05 WUP-FECHA                PIC 9(08).
002850     05 FILLER                   PIC X(01).
002860     05 WUP-PAGOS                PIC 9(07).
002870     05 FILLER                   PIC X(01).
002880     05 WUP-IMPORTE              PIC 9(13)V99.
002890     05 FILLER                   PIC X(01).
002900     05 WUP-PRIMERO              PIC X(31).
002910
002920*-----------------------------------------------------------
002930* AREA DE COMUNICACION CON EL SUBPROGRAMA FECNEG
002940*-----------------------------------------------------------
002950 01  WS-FECNEG-PARAM.
002960     05 WFN-FUNCION              PIC X(03).
002970     05 WFN-ACTUAL               PIC 9(08).
002980     05 WFN-ANTERIOR             PIC 9(08).
002990     05 WFN-SIGUIENTE            PIC 9(08).
003000     05 WFN-MALLA                PIC 9(08).
003010     05 WFN-RESULT               PIC X(02).
003020
003030*-----------------------------------------------------------
003040* TABLA DE DIAS FESTIVOS, CARGADA DE FECHAS-HOL IGUAL QUE
003050* EN PRESTAMOS. SI EL ARCHIVO NO EXISTE EL ATRASO SE CUENTA
003060* SOLO SIN FINES DE SEMANA.
003070*-----------------------------------------------------------
003080 77  WS-HOL-TALLY                PIC 9(05) COMP VALUE ZERO.
003090 01  WS-HOLIDAY-TABLE.
003100     05 WS-HOLIDAY-ENTRY         OCCURS 1 TO 366 TIMES
003110                                 DEPENDING ON WS-HOL-TALLY.
003120         10 WS-HOL-FECHA-E       PIC 9(08).
003130         10 WS-HOL-CAL-E         PIC X(04).
003140
003150*-----------------------------------------------------------
003160* CARTERA: UNA ENTRADA POR PRESTAMO CON LA IMAGEN DEL
003170* MAESTRO Y LA UBICACION DE SU PLAN EN WS-CUOTA-TABLE.
003180*-----------------------------------------------------------
003190 77  WS-PRE-TALLY                PIC 9(05) COMP VALUE ZERO.
003200 01  WS-PRE-TABLE.
003210     05 WS-PRE-ENTRY             OCCURS 5000 TIMES.
003220         10 WS-PRE-REG           PIC X(120).
003230         10 WS-PRE-PLN-INI       PIC 9(05) COMP.
003240         10 WS-PRE-PLN-CNT       PIC 9(03) COMP.
003250
003260*-----------------------------------------------------------
003270* PLAN DE TODOS LOS PRESTAMOS, EN EL ORDEN DE PRESTAMOS-PLN.
003280*-----------------------------------------------------------
003290 77  WS-CUO-TALLY                PIC 9(05) COMP VALUE ZERO.
003300 01  WS-CUOTA-TABLE.
003310     05 WS-CUOTA-ENTRY           OCCURS 1 TO 99999 TIMES
003320                                 DEPENDING ON WS-CUO-TALLY.
003330         10 WS-CUO-NUM           PIC 9(03).
003340         10 WS-CUO-FECHA         PIC 9(08).
003350         10 WS-CUO-INTERES       PIC S9(11)V99.
003360         10 WS-CUO-CAPITAL       PIC S9(11)V99.
003370
003380*-----------------------------------------------------------
003390* PRESTAMO EN TRABAJO: TRAZA DEL MAESTRO DE CARTERA.
003400*-----------------------------------------------------------
003410 01  WS-MST-WORK.
003420     05 WMS-ID                   PIC X(10).
003430     05 FILLER                   PIC X(01).
003440     05 WMS-CAL                  PIC X(02).
003450     05 FILLER                   PIC X(01).
003460     05 WMS-BASE                 PIC X(01).
003470     05 FILLER                   PIC X(01).
003480     05 WMS-CAPITAL              PIC 9(11)V99.
003490     05 FILLER                   PIC X(01).
003500     05 WMS-SALDO                PIC 9(11)V99.
003510     05 FILLER                   PIC X(01).
003520     05 WMS-PROX-NUM             PIC 9(03).
003530     05 FILLER                   PIC X(01).
003540     05 WMS-PROX-FECHA           PIC 9(08).
003550     05 FILLER                   PIC X(01).
003560     05 WMS-INT-PEND             PIC 9(11)V99.
003570     05 FILLER                   PIC X(01).
003580     05 WMS-CAP-PEND             PIC 9(11)V99.
003590     05 FILLER                   PIC X(01).
003600     05 WMS-FAVOR                PIC 9(11)V99.
003610     05 FILLER                   PIC X(01).
003620     05 WMS-ULT-PAGO             PIC 9(08).
003630     05 FILLER                   PIC X(01).
003640     05 WMS-ESTADO               PIC X(01).
003650        88 WMS-VIGENTE                     VALUE "V".
003660        88 WMS-LIQUIDADO                   VALUE "L".
003670     05 FILLER                   PIC X(11).
003680
003690*-----------------------------------------------------------
003700* ACUMULADOS POR RANGO DE ATRASO: 1 = 1-30, 2 = 31-60,
003710* 3 = 61-90, 4 = MAS DE 90 DIAS HABILES.
003720*-----------------------------------------------------------
003730 01  WS-RANGO-TABLE.
003740     05 WS-RANGO-ENTRY           OCCURS 4 TIMES.
003750         10 WS-RNG-CUENTA        PIC 9(05) COMP.
003760         10 WS-RNG-IMPORTE       PIC 9(13)V99.
003770 01  WS-RANGO-NOMBRES.
003780     05 FILLER                   PIC X(07) VALUE "1-30   ".
003790     05 FILLER                   PIC X(07) VALUE "31-60  ".
003800     05 FILLER                   PIC X(07) VALUE "61-90  ".
003810     05 FILLER                   PIC X(07) VALUE "MAS 90 ".
003820 01  WS-RANGO-NOMBRE-R REDEFINES WS-RANGO-NOMBRES.
003830     05 WS-RNG-NOMBRE            PIC X(07) OCCURS 4 TIMES.
003840
003850*-----------------------------------------------------------
003860* RENGLON DE DETALLE DE CARTERA VENCIDA.
003870*-----------------------------------------------------------
003880 01  WS-MOR-LINE.
003890     05 WMO-ID                   PIC X(10).
003900     05 FILLER                   PIC X(01) VALUE SPACE.
003910     05 WMO-CAL                  PIC X(02).
003920     05 FILLER                   PIC X(02) VALUE SPACE.
003930     05 WMO-CUOTA                PIC ZZ9.
003940     05 FILLER                   PIC X(01) VALUE SPACE.
003950     05 WMO-FECHA                PIC 9(08).
003960     05 FILLER                   PIC X(01) VALUE SPACE.
003970     05 WMO-DIAS                 PIC ZZZZ9.
003980     05 FILLER                   PIC X(01) VALUE SPACE.
003990     05 WMO-VENCIDO              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
004000     05 FILLER                   PIC X(01) VALUE SPACE.
004010     05 WMO-SALDO                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
004020     05 FILLER                   PIC X(01) VALUE SPACE.
004030     05 WMO-RANGO                PIC X(07).
004040     05 FILLER                   PIC X(20) VALUE SPACE.
004050
004060 77  WS-IMP-ED                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99
004070                                 VALUE ZERO.
004080 77  WS-CNT-ED                   PIC ZZZZZZ9 VALUE ZERO.
004090
004100 01  WS-RPT-TEXT                 PIC X(100) VALUE SPACE.
004110
004120 PROCEDURE DIVISION.
004130*-----------------------------------------------------------
004140* 0000-MAINLINE
004150* CARGA CARTERA Y PLAN, APLICA LOS PAGOS DEL DIA Y LOS
004160* SALDOS A FAVOR, EMITE LA ANTIGUEDAD DE CARTERA Y GRABA EL
004170* MAESTRO.
004180*-----------------------------------------------------------
004190 0000-MAINLINE.
004200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004210     PERFORM 2000-APLICA-PAGO THRU 2000-EXIT
004220         UNTIL WS-EOF.
004230     PERFORM 3000-APLICA-FAVOR THRU 3000-EXIT.
004240     PERFORM 4000-REPORTE-MOROSIDAD THRU 4000-EXIT.
004250     PERFORM 7000-GRABA-MAESTRO THRU 7000-EXIT.
004260     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004270     GOBACK.
004280
004290*-----------------------------------------------------------
004300* 1000-INITIALIZE
004310* TOMA LA FECHA DE PROCESO, CARGA FESTIVOS, CARTERA Y PLAN,
004320* Y ABRE LOS PAGOS DEL DIA Y LAS SALIDAS.
004330*-----------------------------------------------------------
004340 1000-INITIALIZE.
004350     MOVE "N" TO WS-EOF-SW WS-MST-EOF-SW WS-PLN-EOF-SW
004360         WS-HOL-EOF-SW WS-PAG-ABIERTO-SW.
004370     MOVE ZERO TO WS-PAG-COUNT WS-APL-COUNT WS-REJ-COUNT
004380         WS-NVO-COUNT WS-LIQ-COUNT WS-CORR-COUNT WS-VENC-COUNT
004390         WS-BAJA-COUNT
004400         WS-TOT-PAGADO WS-TOT-INTERES WS-TOT-CAPITAL
004410         WS-TOT-FAVOR WS-TOT-VENCIDO
004420         WS-HOL-TALLY WS-PRE-TALLY WS-CUO-TALLY.
004430     MOVE SPACE TO WS-ID-ANT.
004440     INITIALIZE WS-RANGO-TABLE.
004450     MOVE "CON" TO WFN-FUNCION.
004460     CALL "FECNEG" USING WS-FECNEG-PARAM.
004470     CANCEL "FECNEG".
004480     IF WFN-RESULT = "00"
004490         MOVE WFN-ACTUAL TO WS-FECHA-PROC
004500         DISPLAY "PAGOS: FECHA DE NEGOCIO " WS-FECHA-PROC
004510     ELSE
004520         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-PROC
004530         DISPLAY "PAGOS: SIN FECHA-NEG.DAT, SE USA LA FECHA "
004540             "DEL SISTEMA."
004550     END-IF.
004560
004570*    ANTES DE CARGAR NADA NI ABRIR LAS SALIDAS SE REVISA QUE
004580*    EL ARCHIVO DE PAGOS NO SE HAYA APLICADO YA.
004590     PERFORM 1400-VERIFICA-REPETIDO THRU 1400-EXIT.
004600     IF WS-PAGOS-REPETIDOS
004610         DISPLAY "PAGOS: NO SE APLICAN DE NUEVO; EL MAESTRO Y "
004620             "LOS REPORTES QUEDAN COMO ESTABAN."
004630         MOVE 12 TO RETURN-CODE
004640         GOBACK
004650     END-IF.
004660
004670     PERFORM 1100-CARGA-FESTIVOS THRU 1100-EXIT.
004680     PERFORM 1200-CARGA-MAESTRO THRU 1200-EXIT.
004690     PERFORM 1300-CARGA-PLAN THRU 1300-EXIT.
004700
004710*    SIN ARCHIVO DE PAGOS NO HAY NADA QUE APLICAR, PERO LOS
004720*    SALDOS A FAVOR Y LA ANTIGUEDAD SE PROCESAN IGUAL.
004730     OPEN INPUT PRESTAMOS-PAG.
004740     IF WS-PAG-STATUS = "35"
004750         DISPLAY "PAGOS: SIN PRESTAMOS-PAG.DAT, NO HAY PAGOS "
004760             "QUE APLICAR HOY."
004770         SET WS-EOF TO TRUE
004780     ELSE
004790         IF WS-PAG-STATUS NOT = "00"
004800             DISPLAY "PAGOS: NO SE PUDO ABRIR "
004810                 "PRESTAMOS-PAG.DAT " WS-PAG-STATUS
004820             GO TO 9999-ABEND
004830         END-IF
004840         SET WS-PAG-ABIERTO TO TRUE
004850     END-IF.
004860     OPEN OUTPUT PAGOS-REJ.
004870     IF WS-REJ-STATUS NOT = "00"
004880         DISPLAY "PAGOS: NO SE PUDO ABRIR PAGOS-REJ.DAT "
004890             WS-REJ-STATUS
004900         GO TO 9999-ABEND
004910     END-IF.
004920     OPEN OUTPUT PRESTAMOS-MOR.
004930     IF WS-MOR-STATUS NOT = "00"
004940         DISPLAY "PAGOS: NO SE PUDO ABRIR PRESTAMOS-MOR.DAT "
004950             WS-MOR-STATUS
004960         GO TO 9999-ABEND
004970     END-IF.
004980     IF WS-PAG-ABIERTO
004990         PERFORM 2900-LEE-PAGO THRU 2900-EXIT
005000     END-IF.
005010 1000-EXIT.
005020     EXIT.
005030
005040*-----------------------------------------------------------
005050* 1100-CARGA-FESTIVOS
005060* LEE FECHAS-HOL.DAT COMPLETO A LA TABLA, IGUAL QUE LO HACE
005070* PRESTAMOS. SI EL ARCHIVO NO EXISTE SE CONTINUA SIN
005080* FESTIVOS.
005090*-----------------------------------------------------------
005100 1100-CARGA-FESTIVOS.
005110     OPEN INPUT FECHAS-HOL.
005120     IF WS-HOL-STATUS NOT = "00"
005130         SET WS-HOL-EOF TO TRUE
005140         GO TO 1100-EXIT
005150     END-IF.
005160     PERFORM 1110-LEE-FESTIVO THRU 1110-EXIT.
005170     PERFORM 1120-GUARDA-FESTIVO THRU 1120-EXIT
005180         UNTIL WS-HOL-EOF.
005190     CLOSE FECHAS-HOL.
005200 1100-EXIT.
005210     EXIT.
005220
005230 1110-LEE-FESTIVO.
005240     READ FECHAS-HOL
005250         AT END
005260             SET WS-HOL-EOF TO TRUE
005270     END-READ.
005280 1110-EXIT.
005290     EXIT.
005300
005310 1120-GUARDA-FESTIVO.
005320     IF WS-HOL-TALLY >= 366
005330         DISPLAY "PAGOS: TABLA DE FESTIVOS LLENA, SE "
005340             "IGNORA " HOL-FECHA
005350         GO TO 1120-SIGUE
005360     END-IF.
005370     ADD 1 TO WS-HOL-TALLY.
005380     MOVE HOL-FECHA TO WS-HOL-FECHA-E (WS-HOL-TALLY).
005390     MOVE HOL-CAL   TO WS-HOL-CAL-E (WS-HOL-TALLY).
005400 1120-SIGUE.
005410     PERFORM 1110-LEE-FESTIVO THRU 1110-EXIT.
005420 1120-EXIT.
005430     EXIT.
005440
005450*-----------------------------------------------------------
005460* 1200-CARGA-MAESTRO
005470* LEE LA CARTERA DE LA NOCHE ANTERIOR. LA PRIMERA VEZ NO
005480* EXISTE Y SE ARMA DESDE EL PLAN. COMO EL MAESTRO SE
005490* REESCRIBE COMPLETO, UNA TABLA LLENA ES TERMINACION
005500* ANORMAL Y NO UNA PERDIDA SILENCIOSA DE PRESTAMOS.
005510*-----------------------------------------------------------
005520 1200-CARGA-MAESTRO.
005530     OPEN INPUT PRESTAMOS-MST.
005540     IF WS-MST-STATUS = "35"
005550         DISPLAY "PAGOS: SIN PRESTAMOS-MST.DAT, LA CARTERA SE "
005560             "ARMA CON EL PLAN."
005570         GO TO 1200-EXIT
005580     END-IF.
005590     IF WS-MST-STATUS NOT = "00"
005600         DISPLAY "PAGOS: NO SE PUDO ABRIR PRESTAMOS-MST.DAT "
005610             WS-MST-STATUS
005620         GO TO 9999-ABEND
005630     END-IF.
005640     PERFORM 1210-LEE-MAESTRO THRU 1210-EXIT.
005650     PERFORM 1220-GUARDA-MAESTRO THRU 1220-EXIT
005660         UNTIL WS-MST-EOF.
005670     CLOSE PRESTAMOS-MST.
005680 1200-EXIT.
005690     EXIT.
005700
005710 1210-LEE-MAESTRO.
005720     READ PRESTAMOS-MST
005730         AT END
005740             SET WS-MST-EOF TO TRUE
005750     END-READ.
005760 1210-EXIT.
005770     EXIT.
005780
005790 1220-GUARDA-MAESTRO.
005800     IF WS-PRE-TALLY >= 5000
005810         DISPLAY "PAGOS: CARTERA LLENA (5000 PRESTAMOS), NO SE "
005820             "PUEDE CARGAR PRESTAMOS-MST.DAT COMPLETO."
005830         GO TO 9999-ABEND
005840     END-IF.
005850     ADD 1 TO WS-PRE-TALLY.
005860     MOVE MPR-RECORD TO WS-PRE-REG (WS-PRE-TALLY).
005870     MOVE ZERO TO WS-PRE-PLN-INI (WS-PRE-TALLY)
005880         WS-PRE-PLN-CNT (WS-PRE-TALLY).
005890     PERFORM 1210-LEE-MAESTRO THRU 1210-EXIT.
005900 1220-EXIT.
005910     EXIT.
005920
005930*-----------------------------------------------------------
005940* 1300-CARGA-PLAN
005950* LEE PRESTAMOS-PLN A LA TABLA DE CUOTAS Y UBICA EL PLAN DE
005960* CADA PRESTAMO. EL PRESTAMO QUE APARECE POR PRIMERA VEZ
005970* ENTRA A LA CARTERA CON SU CAPITAL ORIGINAL Y LA CUOTA 1
005980* COMPLETA POR PAGAR.
005990*-----------------------------------------------------------
006000 1300-CARGA-PLAN.
006010     OPEN INPUT PRESTAMOS-PLN.
006020     IF WS-PLN-STATUS NOT = "00"
006030         DISPLAY "PAGOS: NO SE PUDO ABRIR PRESTAMOS-PLN.DAT "
006040             WS-PLN-STATUS
006050         GO TO 9999-ABEND
006060     END-IF.
006070     PERFORM 1310-LEE-PLAN THRU 1310-EXIT.
006080     PERFORM 1320-GUARDA-CUOTA THRU 1320-EXIT
006090         UNTIL WS-PLN-EOF.
006100     CLOSE PRESTAMOS-PLN.
006110 1300-EXIT.
006120     EXIT.
006130
006140 1310-LEE-PLAN.
006150     READ PRESTAMOS-PLN
006160         AT END
006170             SET WS-PLN-EOF TO TRUE
006180     END-READ.
006190 1310-EXIT.
006200     EXIT.
006210
006220 1320-GUARDA-CUOTA.
006230     IF PL-ID NOT = WS-ID-ANT
006240         PERFORM 1330-CAMBIO-PRESTAMO THRU 1330-EXIT
006250     END-IF.
006260     IF WS-DUP-PLN
006270         GO TO 1320-SIGUE
006280     END-IF.
006290     IF WS-CUO-TALLY >= 99999
006300         DISPLAY "PAGOS: TABLA DEL PLAN LLENA (99999 CUOTAS)."
006310         GO TO 9999-ABEND
006320     END-IF.
006330     ADD 1 TO WS-CUO-TALLY.
006340     MOVE PL-NUM     TO WS-CUO-NUM (WS-CUO-TALLY).
006350     MOVE PL-FECHA   TO WS-CUO-FECHA (WS-CUO-TALLY).
006360     MOVE PL-INTERES TO WS-CUO-INTERES (WS-CUO-TALLY).
006370     MOVE PL-CAPITAL TO WS-CUO-CAPITAL (WS-CUO-TALLY).
006380     IF WS-PRE-PLN-CNT (WS-PRE-POS) = ZERO
006390         MOVE WS-CUO-TALLY TO WS-PRE-PLN-INI (WS-PRE-POS)
006400     END-IF.
006410     ADD 1 TO WS-PRE-PLN-CNT (WS-PRE-POS).
006420
006430     MOVE WS-PRE-REG (WS-PRE-POS) TO WS-MST-WORK.
006440     IF WS-PRE-NUEVO AND PL-NUM = 1
006450         MOVE PL-ID          TO WMS-ID
006460         COMPUTE WMS-CAPITAL = PL-CAPITAL + PL-SALDO
006470         MOVE WMS-CAPITAL    TO WMS-SALDO
006480         MOVE 1              TO WMS-PROX-NUM
006490         MOVE PL-FECHA       TO WMS-PROX-FECHA
006500         MOVE PL-INTERES     TO WMS-INT-PEND
006510         MOVE PL-CAPITAL     TO WMS-CAP-PEND
006520         MOVE ZERO           TO WMS-FAVOR WMS-ULT-PAGO
006530         SET WMS-VIGENTE TO TRUE
006540     END-IF.
006550*    EL CALENDARIO Y LA BASE SE TOMAN SIEMPRE DEL PLAN DE LA
006560*    NOCHE, POR SI SE CORRIGIERON EN PRESTAMOS-IN.
006570     MOVE PL-CAL  TO WMS-CAL.
006580     MOVE PL-BASE TO WMS-BASE.
006590     MOVE WS-MST-WORK TO WS-PRE-REG (WS-PRE-POS).
006600 1320-SIGUE.
006610     PERFORM 1310-LEE-PLAN THRU 1310-EXIT.
006620 1320-EXIT.
006630     EXIT.
006640
006650*-----------------------------------------------------------
006660* 1330-CAMBIO-PRESTAMO
006670* EMPIEZA EL PLAN DE OTRO PRESTAMO: LO BUSCA EN LA CARTERA
006680* O LO DA DE ALTA. UN ID REPETIDO EN PRESTAMOS-IN DEJA DOS
006690* PLANES CON LA MISMA LLAVE; SOLO EL PRIMERO SE USA.
006700*-----------------------------------------------------------
006710 1330-CAMBIO-PRESTAMO.
006720     MOVE PL-ID TO WS-ID-ANT WS-BUSCA-ID.
006730     MOVE "N" TO WS-NUEVO-SW WS-DUP-PLN-SW.
006740     PERFORM 5000-BUSCA-PRESTAMO THRU 5000-EXIT.
006750     IF WS-PRE-FOUND
006760         IF WS-PRE-PLN-CNT (WS-PRE-POS) > ZERO
006770             DISPLAY "PAGOS: PLAN REPETIDO PARA " PL-ID
006780                 ", SE USA EL PRIMERO."
006790             SET WS-DUP-PLN TO TRUE
006800         END-IF
006810         GO TO 1330-EXIT
006820     END-IF.
006830     IF WS-PRE-TALLY >= 5000
006840         DISPLAY "PAGOS: CARTERA LLENA (5000 PRESTAMOS), NO "
006850             "CABE " PL-ID
006860         GO TO 9999-ABEND
006870     END-IF.
006880     ADD 1 TO WS-PRE-TALLY.
006890     MOVE WS-PRE-TALLY TO WS-PRE-POS.
006900     MOVE SPACE TO WS-PRE-REG (WS-PRE-POS).
006910     MOVE ZERO TO WS-PRE-PLN-INI (WS-PRE-POS)
006920         WS-PRE-PLN-CNT (WS-PRE-POS).
006930     SET WS-PRE-NUEVO TO TRUE.
006940     ADD 1 TO WS-NVO-COUNT.
006950 1330-EXIT.
006960     EXIT.
006970
006980*-----------------------------------------------------------
006990* 1400-VERIFICA-REPETIDO
007000* SACA LA FIRMA DE PRESTAMOS-PAG.DAT Y LA COMPARA CON EL
007010* ULTIMO ARCHIVO APLICADO EN PAGOS-ULT.DAT. ES REPETIDO SI YA
007020* SE APLICO UN ARCHIVO CON LA FECHA DE NEGOCIO DE HOY, O SI
007030* ES EL MISMO ARCHIVO QUE SE APLICO OTRO DIA (MISMOS
007040* RENGLONES, MISMA SUMA Y MISMO PRIMER RENGLON). SIN ARCHIVO
007050* DE PAGOS O SIN PAGOS-ULT.DAT NO HAY NADA QUE REVISAR.
007060*-----------------------------------------------------------
007070 1400-VERIFICA-REPETIDO.
007080     MOVE "N" TO WS-REPETIDO-SW.
007090     MOVE ZERO TO WS-FIR-PAGOS WS-FIR-IMPORTE.
007100     MOVE SPACE TO WS-FIR-PRIMERO.
007110     OPEN INPUT PRESTAMOS-PAG.
007120     IF WS-PAG-STATUS NOT = "00"
007130         GO TO 1400-EXIT
007140     END-IF.
007150     PERFORM 2900-LEE-PAGO THRU 2900-EXIT.
007160     PERFORM 1410-FIRMA-PAGO THRU 1410-EXIT
007170         UNTIL WS-EOF.
007180     CLOSE PRESTAMOS-PAG.
007190     MOVE "N" TO WS-EOF-SW.
007200
007210     OPEN INPUT PAGOS-ULT.
007220     IF WS-ULT-STATUS NOT = "00"
007230         GO TO 1400-EXIT
007240     END-IF.
007250     MOVE SPACE TO WS-ULT-PAGOS.
007260     READ PAGOS-ULT INTO WS-ULT-PAGOS
007270         AT END
007280             MOVE SPACE TO WS-ULT-PAGOS
007290     END-READ.
007300     CLOSE PAGOS-ULT.
007310     IF WUP-FECHA NOT NUMERIC
007320         GO TO 1400-EXIT
007330     END-IF.
007340     IF WUP-FECHA = WS-FECHA-PROC
007350         SET WS-PAGOS-REPETIDOS TO TRUE
007360         DISPLAY "PAGOS: YA SE APLICO UN ARCHIVO DE PAGOS CON LA "
007370             "FECHA DE NEGOCIO " WUP-FECHA " (" WUP-PAGOS
007380             " PAGOS)."
007390         GO TO 1400-EXIT
007400     END-IF.
007410     IF WS-FIR-PAGOS > ZERO
007420         AND WS-FIR-PAGOS = WUP-PAGOS
007430         AND WS-FIR-IMPORTE = WUP-IMPORTE
007440         AND WS-FIR-PRIMERO = WUP-PRIMERO
007450         SET WS-PAGOS-REPETIDOS TO TRUE
007460         DISPLAY "PAGOS: PRESTAMOS-PAG.DAT ES EL MISMO ARCHIVO "
007470             "QUE SE APLICO EL " WUP-FECHA "."
007480     END-IF.
007490 1400-EXIT.
007500     EXIT.
007510
007520 1410-FIRMA-PAGO.
007530     ADD 1 TO WS-FIR-PAGOS.
007540     IF WS-FIR-PAGOS = 1
007550         MOVE PG-RECORD TO WS-FIR-PRIMERO
007560     END-IF.
007570     IF PG-IMPORTE NUMERIC
007580         ADD PG-IMPORTE TO WS-FIR-IMPORTE
007590     END-IF.
007600     PERFORM 2900-LEE-PAGO THRU 2900-EXIT.
007610 1410-EXIT.
007620     EXIT.
007630
007640*-----------------------------------------------------------
007650* 2000-APLICA-PAGO
007660* VALIDA UN PAGO Y LO APLICA A LAS CUOTAS EXIGIBLES A SU
007670* FECHA VALOR. LO QUE SOBRA QUEDA COMO SALDO A FAVOR DEL
007680* PRESTAMO; LO QUE FALTA QUEDA PENDIENTE EN LA CUOTA.
007690*-----------------------------------------------------------
007700 2000-APLICA-PAGO.
007710     ADD 1 TO WS-PAG-COUNT.
007720     PERFORM 2100-VALIDA-PAGO THRU 2100-EXIT.
007730     IF WS-PAGO-INVALIDO
007740         PERFORM 2500-WRITE-REJ THRU 2500-EXIT
007750         GO TO 2000-SIGUE
007760     END-IF.
007770
007780     MOVE WS-PRE-REG (WS-PRE-POS) TO WS-MST-WORK.
007790     COMPUTE WS-DISPONIBLE = PG-IMPORTE + WMS-FAVOR.
007800     MOVE ZERO TO WMS-FAVOR.
007810     MOVE PG-FECHA TO WS-FECHA-CORTE.
007820     PERFORM 2200-APLICA-CUOTA THRU 2200-EXIT
007830         UNTIL WS-DISPONIBLE = ZERO
007840         OR WMS-LIQUIDADO
007850         OR WMS-PROX-FECHA > WS-FECHA-CORTE.
007860     ADD WS-DISPONIBLE TO WMS-FAVOR.
007870     IF PG-FECHA > WMS-ULT-PAGO
007880         MOVE PG-FECHA TO WMS-ULT-PAGO
007890     END-IF.
007900     MOVE WS-MST-WORK TO WS-PRE-REG (WS-PRE-POS).
007910     ADD 1 TO WS-APL-COUNT.
007920     ADD PG-IMPORTE TO WS-TOT-PAGADO.
007930 2000-SIGUE.
007940     PERFORM 2900-LEE-PAGO THRU 2900-EXIT.
007950 2000-EXIT.
007960     EXIT.
007970
007980*-----------------------------------------------------------
007990* 2100-VALIDA-PAGO
008000* LA FECHA VALOR SE VALIDA CON LA MISMA REGLA DE FECHAS Y
008010* NO PUEDE SER POSTERIOR A LA FECHA DE PROCESO; EL IMPORTE
008020* DEBE SER MAYOR A CERO Y EL PRESTAMO DEBE TENER PLAN.
008030*-----------------------------------------------------------
008040 2100-VALIDA-PAGO.
008050     SET WS-PAGO-VALIDO TO TRUE.
008060     MOVE PG-ID TO WS-BUSCA-ID.
008070     PERFORM 5000-BUSCA-PRESTAMO THRU 5000-EXIT.
008080     IF NOT WS-PRE-FOUND
008090         SET WS-PAGO-INVALIDO TO TRUE
008100         MOVE "01" TO WS-REJ-REASON
008110         GO TO 2100-EXIT
008120     END-IF.
008130     IF PG-FECHA NOT NUMERIC
008140         SET WS-PAGO-INVALIDO TO TRUE
008150         MOVE "02" TO WS-REJ-REASON
008160         GO TO 2100-EXIT
008170     END-IF.
008180     COMPUTE WS-TEST-RC =
008190         FUNCTION TEST-DATE-YYYYMMDD (PG-FECHA).
008200     IF WS-TEST-RC NOT = ZERO
008210         SET WS-PAGO-INVALIDO TO TRUE
008220         MOVE "02" TO WS-REJ-REASON
008230         GO TO 2100-EXIT
008240     END-IF.
008250     IF PG-IMPORTE NOT NUMERIC
008260         SET WS-PAGO-INVALIDO TO TRUE
008270         MOVE "03" TO WS-REJ-REASON
008280         GO TO 2100-EXIT
008290     END-IF.
008300     IF PG-IMPORTE = ZERO
008310         SET WS-PAGO-INVALIDO TO TRUE
008320         MOVE "03" TO WS-REJ-REASON
008330         GO TO 2100-EXIT
008340     END-IF.
008350     IF PG-FECHA > WS-FECHA-PROC
008360         SET WS-PAGO-INVALIDO TO TRUE
008370         MOVE "04" TO WS-REJ-REASON
008380         GO TO 2100-EXIT
008390     END-IF.
008400     IF WS-PRE-PLN-CNT (WS-PRE-POS) = ZERO
008410         SET WS-PAGO-INVALIDO TO TRUE
008420         MOVE "05" TO WS-REJ-REASON
008430     END-IF.
008440 2100-EXIT.
008450     EXIT.
008460
008470*-----------------------------------------------------------
008480* 2200-APLICA-CUOTA
008490* APLICA WS-DISPONIBLE A LA PROXIMA CUOTA DEL PRESTAMO EN
008500* WS-MST-WORK: PRIMERO EL INTERES QUE LE FALTA, LUEGO EL
008510* CAPITAL. LA CUOTA CUBIERTA HACE AVANZAR A LA SIGUIENTE.
008520*-----------------------------------------------------------
008530 2200-APLICA-CUOTA.
008540     IF WS-DISPONIBLE >= WMS-INT-PEND
008550         SUBTRACT WMS-INT-PEND FROM WS-DISPONIBLE
008560         ADD WMS-INT-PEND TO WS-TOT-INTERES
008570         MOVE ZERO TO WMS-INT-PEND
008580     ELSE
008590         SUBTRACT WS-DISPONIBLE FROM WMS-INT-PEND
008600         ADD WS-DISPONIBLE TO WS-TOT-INTERES
008610         MOVE ZERO TO WS-DISPONIBLE
008620         GO TO 2200-EXIT
008630     END-IF.
008640     IF WS-DISPONIBLE >= WMS-CAP-PEND
008650         SUBTRACT WMS-CAP-PEND FROM WS-DISPONIBLE
008660         ADD WMS-CAP-PEND TO WS-TOT-CAPITAL
008670         SUBTRACT WMS-CAP-PEND FROM WMS-SALDO
008680         MOVE ZERO TO WMS-CAP-PEND
008690     ELSE
008700         SUBTRACT WS-DISPONIBLE FROM WMS-CAP-PEND
008710         ADD WS-DISPONIBLE TO WS-TOT-CAPITAL
008720         SUBTRACT WS-DISPONIBLE FROM WMS-SALDO
008730         MOVE ZERO TO WS-DISPONIBLE
008740         GO TO 2200-EXIT
008750     END-IF.
008760     PERFORM 2300-SIGUIENTE-CUOTA THRU 2300-EXIT.
008770 2200-EXIT.
008780     EXIT.
008790
008800*-----------------------------------------------------------
008810* 2300-SIGUIENTE-CUOTA
008820* PASA A LA CUOTA SIGUIENTE DEL PLAN; DESPUES DE LA ULTIMA
008830* EL PRESTAMO QUEDA LIQUIDADO.
008840*-----------------------------------------------------------
008850 2300-SIGUIENTE-CUOTA.
008860     IF WMS-PROX-NUM >= WS-PRE-PLN-CNT (WS-PRE-POS)
008870         SET WMS-LIQUIDADO TO TRUE
008880         DISPLAY "PAGOS: PRESTAMO " WMS-ID " LIQUIDADO."
008890         GO TO 2300-EXIT
008900     END-IF.
008910     ADD 1 TO WMS-PROX-NUM.
008920     COMPUTE WS-CUO-IDX = WS-PRE-PLN-INI (WS-PRE-POS)
008930         + WMS-PROX-NUM - 1.
008940     MOVE WS-CUO-FECHA (WS-CUO-IDX)   TO WMS-PROX-FECHA.
008950     MOVE WS-CUO-INTERES (WS-CUO-IDX) TO WMS-INT-PEND.
008960     MOVE WS-CUO-CAPITAL (WS-CUO-IDX) TO WMS-CAP-PEND.
008970 2300-EXIT.
008980     EXIT.
008990
009000*-----------------------------------------------------------
009010* 2500-WRITE-REJ
009020* REGISTRA EL PAGO RECHAZADO CON SU CAUSA Y SU NUMERO DE
009030* REGISTRO EN PRESTAMOS-PAG.
009040*-----------------------------------------------------------
009050 2500-WRITE-REJ.
009060     MOVE SPACE         TO PGR-RECORD.
009070     MOVE PG-RECORD     TO PGR-DATA.
009080     MOVE WS-REJ-REASON TO PGR-REASON.
009090     MOVE WS-PAG-COUNT  TO PGR-RECNO.
009100     WRITE PGR-RECORD.
009110     ADD 1 TO WS-REJ-COUNT.
009120     DISPLAY "PAGOS: PAGO " WS-PAG-COUNT " DE " PG-ID
009130         " RECHAZADO, CAUSA " WS-REJ-REASON.
009140 2500-EXIT.
009150     EXIT.
009160
009170*-----------------------------------------------------------
009180* 2900-LEE-PAGO
009190*-----------------------------------------------------------
009200 2900-LEE-PAGO.
009210     READ PRESTAMOS-PAG
009220         AT END
009230             SET WS-EOF TO TRUE
009240     END-READ.
009250 2900-EXIT.
009260     EXIT.
009270
009280*-----------------------------------------------------------
009290* 3000-APLICA-FAVOR
009300* EL SALDO A FAVOR DE CADA PRESTAMO CUBRE LAS CUOTAS QUE YA
009310* SON EXIGIBLES A LA FECHA DE PROCESO, CON LA MISMA REGLA DE
009320* INTERES PRIMERO.
009330*-----------------------------------------------------------
009340 3000-APLICA-FAVOR.
009350     MOVE ZERO TO WS-PRE-IDX.
009360     PERFORM 3100-FAVOR-UNO THRU 3100-EXIT
009370         WS-PRE-TALLY TIMES.
009380 3000-EXIT.
009390     EXIT.
009400
009410 3100-FAVOR-UNO.
009420     ADD 1 TO WS-PRE-IDX.
009430     MOVE WS-PRE-IDX TO WS-PRE-POS.
009440     MOVE WS-PRE-REG (WS-PRE-POS) TO WS-MST-WORK.
009450     IF WMS-FAVOR = ZERO
009460         OR NOT WMS-VIGENTE
009470         OR WS-PRE-PLN-CNT (WS-PRE-POS) = ZERO
009480         GO TO 3100-EXIT
009490     END-IF.
009500     MOVE WMS-FAVOR TO WS-DISPONIBLE.
009510     MOVE ZERO TO WMS-FAVOR.
009520     MOVE WS-FECHA-PROC TO WS-FECHA-CORTE.
009530     PERFORM 2200-APLICA-CUOTA THRU 2200-EXIT
009540         UNTIL WS-DISPONIBLE = ZERO
009550         OR WMS-LIQUIDADO
009560         OR WMS-PROX-FECHA > WS-FECHA-CORTE.
009570     ADD WS-DISPONIBLE TO WMS-FAVOR.
009580     MOVE WS-MST-WORK TO WS-PRE-REG (WS-PRE-POS).
009590 3100-EXIT.
009600     EXIT.
009610
009620*-----------------------------------------------------------
009630* 4000-REPORTE-MOROSIDAD
009640* RESUMEN DE LA APLICACION Y ANTIGUEDAD DE LA CARTERA
009650* VENCIDA: UN RENGLON POR PRESTAMO CON ATRASO Y LOS TOTALES
009660* POR RANGO.
009670*-----------------------------------------------------------
009680 4000-REPORTE-MOROSIDAD.
009690     PERFORM 4050-ENCABEZADO THRU 4050-EXIT.
009700     MOVE ZERO TO WS-PRE-IDX.
009710     PERFORM 4100-EVALUA-PRESTAMO THRU 4100-EXIT
009720         WS-PRE-TALLY TIMES.
009730     PERFORM 4900-TOTALES THRU 4900-EXIT.
009740 4000-EXIT.
009750     EXIT.
009760
009770 4050-ENCABEZADO.
009780     MOVE ALL "=" TO WS-RPT-TEXT.
009790     PERFORM 7500-PON-TEXTO THRU 7500-EXIT.
009800     MOVE "PAGOS - APLICACION DE PAGOS Y ANTIGUEDAD DE "
009810         TO WS-RPT-TEXT (1:44).
009820     MOVE "CARTERA VENCIDA" TO WS-RPT-TEXT (45:15).
009830     PERFORM 7500-PON-TEXTO THRU 7500-EXIT.
009840     STRING "FECHA DE PROCESO: " DELIMITED BY SIZE
009850         WS-FECHA-PROC DELIMITED BY SIZE
009860         INTO WS-RPT-TEXT.
009870     PERFORM 7500-PON-TEXTO THRU 7500-EXIT.
009880     MOVE ALL "-" TO WS-RPT-TEXT.
009890     PERFORM 7500-PON-TEXTO THRU 7500-EXIT.
009900     MOVE WS-PAG-COUNT TO WS-CNT-ED.
009910     STRING "PAGOS LEIDOS:       " DELIMITED BY SIZE
009920         WS-CNT-ED DELIMITED BY SIZE
009930         INTO WS-RPT-TEXT.
009940     PERFORM 7500-PON-TEXTO THRU 7500-EXIT.
009950     MOVE WS-APL-COUNT TO WS-CNT-ED.
009960     MOVE WS-TOT-PAGADO TO WS-IMP-ED.
009970     STRING "PAGOS APLICADOS:    " DELIMITED BY SIZE
009980         WS-CNT-ED DELIMITED BY SIZE
009990         "  IMPORTE " DELIMITED BY SIZE
010000         WS-IMP-ED DELIMITED BY SIZE
010010         INTO WS-RPT-TEXT.
010020     PERFORM 7500-PON-TEXTO THRU 7500-EXIT.
010030     MOVE WS-REJ-COUNT TO WS-CNT-ED.
010040     STRING "PAGOS RECHAZADOS:   " DELIMITED BY SIZE
010050         WS-CNT-ED DELIMITED BY SIZE
010060         "  (VER PAGOS-REJ.DAT)" DELIMITED BY SIZE
010070         INTO WS-RPT-TEXT.
010080     PERFORM 7500-PON-TEXTO THRU 7500-EXIT.
010090     MOVE WS-TOT-INTERES TO WS-IMP-ED.
010100     STRING "APLICADO A INTERES:         " DELIMITED BY SIZE
010110         WS-IMP-ED DELIMITED BY SIZE
010120         INTO WS-RPT-TEXT.
010130     PERFORM 7500-PON-TEXTO THRU 7500-EXIT.
010140     MOVE WS-TOT-CAPITAL TO WS-IMP-ED.
010150     STRING "APLICADO A CAPITAL:         " DELIMITED BY SIZE
010160         WS-IMP-ED DELIMITED BY SIZE
010170         INTO WS-RPT-TEXT.
010180     PERFORM 7500-PON-TEXTO THRU 7500-EXIT.
010190     MOVE ALL "-" TO WS-RPT-TEXT.
010200     PERFORM 7500-PON-TEXTO THRU 7500-EXIT.
010210     MOVE "PRESTAMO   CA  CUO VENCE    ATRASO"
010220         TO WS-RPT-TEXT (1:34).
010230     MOVE "IMPORTE VENCIDO" TO WS-RPT-TEXT (42:15).
010240     MOVE "SALDO INSOLUTO" TO WS-RPT-TEXT (62:14).
010250     MOVE "RANGO" TO WS-RPT-TEXT (77:5).
010260     PERFORM 7500-PON-TEXTO THRU 7500-EXIT.
010270     MOVE ALL "-" TO WS-RPT-TEXT.
010280     PERFORM 7500-PON-TEXTO THRU 7500-EXIT.
010290 4050-EXIT.
010300     EXIT.
010310
010320*-----------------------------------------------------------
010330* 4100-EVALUA-PRESTAMO
010340* UN PRESTAMO ESTA VENCIDO CUANDO SU PROXIMA CUOTA TIENE
010350* SALDO PENDIENTE Y SU FECHA DE PAGO YA PASO. EL ATRASO SE
010360* CUENTA EN DIAS HABILES DE SU PROPIO CALENDARIO; SI TODOS
010370* LOS DIAS TRANSCURRIDOS SON INHABILES SIGUE AL CORRIENTE.
010380*-----------------------------------------------------------
010390 4100-EVALUA-PRESTAMO.
010400     ADD 1 TO WS-PRE-IDX.
010410     MOVE WS-PRE-IDX TO WS-PRE-POS.
010420     MOVE WS-PRE-REG (WS-PRE-POS) TO WS-MST-WORK.
010430     ADD WMS-FAVOR TO WS-TOT-FAVOR.
010440     IF WMS-LIQUIDADO
010450         ADD 1 TO WS-LIQ-COUNT
010460         GO TO 4100-EXIT
010470     END-IF.
010480     IF WMS-PROX-FECHA >= WS-FECHA-PROC
010490         OR WMS-INT-PEND + WMS-CAP-PEND = ZERO
010500         ADD 1 TO WS-CORR-COUNT
010510         GO TO 4100-EXIT
010520     END-IF.
010530     PERFORM 4300-CUENTA-ATRASO THRU 4300-EXIT.
010540     IF WS-DIAS-ATRASO = ZERO
010550         ADD 1 TO WS-CORR-COUNT
010560         GO TO 4100-EXIT
010570     END-IF.
010580     PERFORM 4200-SUMA-VENCIDO THRU 4200-EXIT.
010590
010600     EVALUATE TRUE
010610         WHEN WS-DIAS-ATRASO <= 30
010620             MOVE 1 TO WS-RANGO
010630         WHEN WS-DIAS-ATRASO <= 60
010640             MOVE 2 TO WS-RANGO
010650         WHEN WS-DIAS-ATRASO <= 90
010660             MOVE 3 TO WS-RANGO
010670         WHEN OTHER
010680             MOVE 4 TO WS-RANGO
010690     END-EVALUATE.
010700     ADD 1 TO WS-RNG-CUENTA (WS-RANGO).
010710     ADD WS-VENCIDO TO WS-RNG-IMPORTE (WS-RANGO).
010720     ADD 1 TO WS-VENC-COUNT.
010730     ADD WS-VENCIDO TO WS-TOT-VENCIDO.
010740
010750     MOVE WMS-ID         TO WMO-ID.
010760     MOVE WMS-CAL        TO WMO-CAL.
010770     MOVE WMS-PROX-NUM   TO WMO-CUOTA.
010780     MOVE WMS-PROX-FECHA TO WMO-FECHA.
010790     MOVE WS-DIAS-ATRASO TO WMO-DIAS.
010800     MOVE WS-VENCIDO     TO WMO-VENCIDO.
010810     MOVE WMS-SALDO      TO WMO-SALDO.
010820     MOVE WS-RNG-NOMBRE (WS-RANGO) TO WMO-RANGO.
010830     WRITE MOR-RECORD FROM WS-MOR-LINE.
010840 4100-EXIT.
010850     EXIT.
010860
010870*-----------------------------------------------------------
010880* 4200-SUMA-VENCIDO
010890* IMPORTE VENCIDO: LO QUE LE FALTA A LA PROXIMA CUOTA MAS
010900* LAS CUOTAS COMPLETAS SIGUIENTES CUYA FECHA YA PASO.
010910*-----------------------------------------------------------
010920 4200-SUMA-VENCIDO.
010930     COMPUTE WS-VENCIDO = WMS-INT-PEND + WMS-CAP-PEND.
010940     IF WS-PRE-PLN-CNT (WS-PRE-POS) = ZERO
010950         GO TO 4200-EXIT
010960     END-IF.
010970     COMPUTE WS-CUO-IDX = WS-PRE-PLN-INI (WS-PRE-POS)
010980         + WMS-PROX-NUM - 1.
010990     COMPUTE WS-CUO-ULT = WS-PRE-PLN-INI (WS-PRE-POS)
011000         + WS-PRE-PLN-CNT (WS-PRE-POS) - 1.
011010     MOVE "N" TO WS-SUMA-FIN-SW.
011020     PERFORM 4210-SUMA-CUOTA THRU 4210-EXIT
011030         UNTIL WS-SUMA-FIN.
011040 4200-EXIT.
011050     EXIT.
011060
011070 4210-SUMA-CUOTA.
011080     ADD 1 TO WS-CUO-IDX.
011090     IF WS-CUO-IDX > WS-CUO-ULT
011100         SET WS-SUMA-FIN TO TRUE
011110         GO TO 4210-EXIT
011120     END-IF.
011130     IF WS-CUO-FECHA (WS-CUO-IDX) >= WS-FECHA-PROC
011140         SET WS-SUMA-FIN TO TRUE
011150         GO TO 4210-EXIT
011160     END-IF.
011170     ADD WS-CUO-INTERES (WS-CUO-IDX) WS-CUO-CAPITAL (WS-CUO-IDX)
011180         TO WS-VENCIDO.
011190 4210-EXIT.
011200     EXIT.
011210
011220*-----------------------------------------------------------
011230* 4300-CUENTA-ATRASO
011240* DIAS HABILES DESPUES DE LA FECHA DE PAGO DE LA CUOTA Y
011250* HASTA LA FECHA DE PROCESO, CONTANDO SOLO LOS QUE NO SON
011260* SABADO, DOMINGO NI FESTIVO DEL CALENDARIO DEL PRESTAMO.
011270*-----------------------------------------------------------
011280 4300-CUENTA-ATRASO.
011290     MOVE ZERO TO WS-DIAS-ATRASO.
011300     MOVE WMS-CAL TO WS-CAL-PRE.
011310     COMPUTE WS-ROLL-INT =
011320         FUNCTION INTEGER-OF-DATE (WMS-PROX-FECHA).
011330     COMPUTE WS-END-INT =
011340         FUNCTION INTEGER-OF-DATE (WS-FECHA-PROC).
011350     PERFORM 4310-PASO-ATRASO THRU 4310-EXIT
011360         UNTIL WS-ROLL-INT >= WS-END-INT.
011370 4300-EXIT.
011380     EXIT.
011390
011400 4310-PASO-ATRASO.
011410     ADD 1 TO WS-ROLL-INT.
011420     MOVE FUNCTION DATE-OF-INTEGER (WS-ROLL-INT)
011430         TO WS-WORK-DATE.
011440     PERFORM 4400-CHECA-DIA THRU 4400-EXIT.
011450     IF WS-DIA-HABIL
011460         ADD 1 TO WS-DIAS-ATRASO
011470     END-IF.
011480 4310-EXIT.
011490     EXIT.
011500
011510*-----------------------------------------------------------
011520* 4400-CHECA-DIA
011530* MISMA REGLA QUE 3410-CHECA-DIA DE PRESTAMOS: PRESTAMO SIN
011540* CALENDARIO = TODOS LOS FESTIVOS, FESTIVO SIN CALENDARIO =
011550* TODOS LOS MERCADOS.
011560*-----------------------------------------------------------
011570 4400-CHECA-DIA.
011580     SET WS-DIA-HABIL TO TRUE.
011590     COMPUTE WS-DAY-NUM = FUNCTION MOD (WS-ROLL-INT, 7).
011600     IF WS-DAY-NUM = 0 OR WS-DAY-NUM = 6
011610         SET WS-DIA-NO-HABIL TO TRUE
011620         GO TO 4400-EXIT
011630     END-IF.
011640     MOVE "N" TO WS-FESTIVO-SW.
011650     MOVE ZERO TO WS-HOL-IDX.
011660     PERFORM 4410-BUSCA-FESTIVO THRU 4410-EXIT
011670         WS-HOL-TALLY TIMES.
011680     IF WS-FESTIVO
011690         SET WS-DIA-NO-HABIL TO TRUE
011700     END-IF.
011710 4400-EXIT.
011720     EXIT.
011730
011740 4410-BUSCA-FESTIVO.
011750     ADD 1 TO WS-HOL-IDX.
011760     IF WS-HOL-FECHA-E (WS-HOL-IDX) = WS-WORK-DATE
011770         IF WS-CAL-PRE = SPACE
011780             OR WS-HOL-CAL-E (WS-HOL-IDX) = SPACE
011790             OR WS-CAL-PRE = WS-HOL-CAL-E (WS-HOL-IDX) (1:2)
011800             OR WS-CAL-PRE = WS-HOL-CAL-E (WS-HOL-IDX) (3:2)
011810             SET WS-FESTIVO TO TRUE
011820         END-IF
011830     END-IF.
011840 4410-EXIT.
011850     EXIT.
011860
011870*-----------------------------------------------------------
011880* 4900-TOTALES
011890* TOTALES POR RANGO DE ATRASO Y CUENTA DE LA CARTERA.
011900*-----------------------------------------------------------
011910 4900-TOTALES.
011920     MOVE ALL "-" TO WS-RPT-TEXT.
011930     PERFORM 7500-PON-TEXTO THRU 7500-EXIT.
011940     MOVE ZERO TO WS-RANGO.
011950     PERFORM 4910-TOTAL-RANGO THRU 4910-EXIT 4 TIMES.
011960     MOVE WS-VENC-COUNT TO WS-CNT-ED.
011970     MOVE WS-TOT-VENCIDO TO WS-IMP-ED.
011980     STRING "TOTAL VENCIDO         " DELIMITED BY SIZE
011990         WS-CNT-ED DELIMITED BY SIZE
012000         " PRESTAMOS  " DELIMITED BY SIZE
012010         WS-IMP-ED DELIMITED BY SIZE
012020         INTO WS-RPT-TEXT.
012030     PERFORM 7500-PON-TEXTO THRU 7500-EXIT.
012040     MOVE WS-CORR-COUNT TO WS-CNT-ED.
012050     STRING "AL CORRIENTE          " DELIMITED BY SIZE
012060         WS-CNT-ED DELIMITED BY SIZE
012070         " PRESTAMOS" DELIMITED BY SIZE
012080         INTO WS-RPT-TEXT.
012090     PERFORM 7500-PON-TEXTO THRU 7500-EXIT.
012100     MOVE WS-LIQ-COUNT TO WS-CNT-ED.
012110     STRING "LIQUIDADOS            " DELIMITED BY SIZE
012120         WS-CNT-ED DELIMITED BY SIZE
012130         " PRESTAMOS" DELIMITED BY SIZE
012140         INTO WS-RPT-TEXT.
012150     PERFORM 7500-PON-TEXTO THRU 7500-EXIT.
012160     MOVE WS-TOT-FAVOR TO WS-IMP-ED.
012170     STRING "SALDOS A FAVOR                         "
012180         DELIMITED BY SIZE
012190         WS-IMP-ED DELIMITED BY SIZE
012200         INTO WS-RPT-TEXT.
012210     PERFORM 7500-PON-TEXTO THRU 7500-EXIT.
012220     MOVE ALL "=" TO WS-RPT-TEXT.
012230     PERFORM 7500-PON-TEXTO THRU 7500-EXIT.
012240 4900-EXIT.
012250     EXIT.
012260
012270 4910-TOTAL-RANGO.
012280     ADD 1 TO WS-RANGO.
012290     MOVE WS-RNG-CUENTA (WS-RANGO) TO WS-CNT-ED.
012300     MOVE WS-RNG-IMPORTE (WS-RANGO) TO WS-IMP-ED.
012310     STRING "RANGO " DELIMITED BY SIZE
012320         WS-RNG-NOMBRE (WS-RANGO) DELIMITED BY SIZE
012330         " DIAS    " DELIMITED BY SIZE
012340         WS-CNT-ED DELIMITED BY SIZE
012350         " PRESTAMOS  " DELIMITED BY SIZE
012360         WS-IMP-ED DELIMITED BY SIZE
012370         INTO WS-RPT-TEXT.
012380     PERFORM 7500-PON-TEXTO THRU 7500-EXIT.
012390 4910-EXIT.
012400     EXIT.
012410
012420*-----------------------------------------------------------
012430* 5000-BUSCA-PRESTAMO
012440* BUSCA WS-BUSCA-ID EN LA CARTERA; DEJA LA POSICION EN
012450* WS-PRE-POS.
012460*-----------------------------------------------------------
012470 5000-BUSCA-PRESTAMO.
012480     MOVE "N" TO WS-FOUND-SW.
012490     MOVE ZERO TO WS-PRE-IDX WS-PRE-POS.
012500     PERFORM 5100-COMPARA-PRESTAMO THRU 5100-EXIT
012510         UNTIL WS-PRE-FOUND OR WS-PRE-IDX >= WS-PRE-TALLY.
012520 5000-EXIT.
012530     EXIT.
012540
012550 5100-COMPARA-PRESTAMO.
012560     ADD 1 TO WS-PRE-IDX.
012570     IF WS-PRE-REG (WS-PRE-IDX) (1:10) = WS-BUSCA-ID
012580         SET WS-PRE-FOUND TO TRUE
012590         MOVE WS-PRE-IDX TO WS-PRE-POS
012600     END-IF.
012610 5100-EXIT.
012620     EXIT.
012630
012640*-----------------------------------------------------------
012650* 7000-GRABA-MAESTRO
012660* REESCRIBE LA CARTERA COMPLETA CON LO APLICADO HOY Y ANOTA
012670* EL ARCHIVO DE PAGOS QUE SE APLICO. EL PRESTAMO LIQUIDADO,
012680* SIN SALDO NI SALDO A FAVOR, SALE DEL MAESTRO CUANDO YA NO
012690* VIENE EN EL PLAN; MIENTRAS VENGA SE CONSERVA, PORQUE SIN
012700* SU RENGLON 1320-GUARDA-CUOTA LO DARIA DE ALTA OTRA VEZ CON
012710* SU CAPITAL ORIGINAL.
012720*-----------------------------------------------------------
012730 7000-GRABA-MAESTRO.
012740     OPEN OUTPUT PRESTAMOS-MST.
012750     IF WS-MST-STATUS NOT = "00"
012760         DISPLAY "PAGOS: NO SE PUDO ABRIR PRESTAMOS-MST.DAT "
012770             WS-MST-STATUS
012780         GO TO 9999-ABEND
012790     END-IF.
012800     MOVE ZERO TO WS-PRE-IDX.
012810     PERFORM 7100-GRABA-UNO THRU 7100-EXIT
012820         WS-PRE-TALLY TIMES.
012830     CLOSE PRESTAMOS-MST.
012840     IF WS-PAG-ABIERTO
012850         PERFORM 7200-GRABA-ULTIMO THRU 7200-EXIT
012860     END-IF.
012870 7000-EXIT.
012880     EXIT.
012890
012900 7100-GRABA-UNO.
012910     ADD 1 TO WS-PRE-IDX.
012920     MOVE WS-PRE-REG (WS-PRE-IDX) TO WS-MST-WORK.
012930     IF WMS-LIQUIDADO
012940         AND WMS-SALDO = ZERO
012950         AND WMS-FAVOR = ZERO
012960         AND WS-PRE-PLN-CNT (WS-PRE-IDX) = ZERO
012970         ADD 1 TO WS-BAJA-COUNT
012980         DISPLAY "PAGOS: PRESTAMO " WMS-ID " LIQUIDADO Y FUERA "
012990             "DEL PLAN, SALE DE LA CARTERA."
013000         GO TO 7100-EXIT
013010     END-IF.
013020     WRITE MPR-RECORD FROM WS-PRE-REG (WS-PRE-IDX).
013030 7100-EXIT.
013040     EXIT.
013050
013060 7200-GRABA-ULTIMO.
013070     OPEN OUTPUT PAGOS-ULT.
013080     IF WS-ULT-STATUS NOT = "00"
013090         DISPLAY "PAGOS: NO SE PUDO ABRIR PAGOS-ULT.DAT "
013100             WS-ULT-STATUS
013110         GO TO 9999-ABEND
013120     END-IF.
013130     MOVE SPACE          TO ULP-RECORD.
013140     MOVE WS-FECHA-PROC  TO ULP-FECHA.
013150     MOVE WS-FIR-PAGOS   TO ULP-PAGOS.
013160     MOVE WS-FIR-IMPORTE TO ULP-IMPORTE.
013170     MOVE WS-FIR-PRIMERO TO ULP-PRIMERO.
013180     WRITE ULP-RECORD.
013190     CLOSE PAGOS-ULT.
013200 7200-EXIT.
013210     EXIT.
013220
013230 7500-PON-TEXTO.
013240     WRITE MOR-RECORD FROM WS-RPT-TEXT.
013250     MOVE SPACE TO WS-RPT-TEXT.
013260 7500-EXIT.
013270     EXIT.
013280
013290*-----------------------------------------------------------
013300* 8000-TERMINATE
013310* CIERRA ARCHIVOS. EL RETURN-CODE 4 AVISA QUE HUBO PAGOS
013320* RECHAZADOS QUE COBRANZA DEBE REVISAR.
013330*-----------------------------------------------------------
013340 8000-TERMINATE.
013350     IF WS-PAG-ABIERTO
013360         CLOSE PRESTAMOS-PAG
013370     END-IF.
013380     CLOSE PAGOS-REJ.
013390     CLOSE PRESTAMOS-MOR.
013400     DISPLAY "PAGOS: PAGOS LEIDOS:         " WS-PAG-COUNT.
013410     DISPLAY "PAGOS: PAGOS APLICADOS:      " WS-APL-COUNT.
013420     DISPLAY "PAGOS: PAGOS RECHAZADOS:     " WS-REJ-COUNT.
013430     DISPLAY "PAGOS: PRESTAMOS NUEVOS:     " WS-NVO-COUNT.
013440     DISPLAY "PAGOS: PRESTAMOS VENCIDOS:   " WS-VENC-COUNT.
013450     DISPLAY "PAGOS: PRESTAMOS DE BAJA:    " WS-BAJA-COUNT.
013460     DISPLAY "PAGOS: REPORTE EN PRESTAMOS-MOR.DAT.".
013470     IF WS-REJ-COUNT > ZERO
013480         MOVE 4 TO RETURN-CODE
013490     ELSE
013500         MOVE ZERO TO RETURN-CODE
013510     END-IF.
013520 8000-EXIT.
013530     EXIT.
013540
013550*-----------------------------------------------------------
013560* 9999-ABEND
013570* TERMINACION ANORMAL POR ERROR DE ARCHIVO.
013580*-----------------------------------------------------------
013590 9999-ABEND.
013600     DISPLAY "PAGOS: TERMINACION ANORMAL.".
013610     MOVE 16 TO RETURN-CODE.
013620     GOBACK.
013630
013640 END PROGRAM PAGOS.
