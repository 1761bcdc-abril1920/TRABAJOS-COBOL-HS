000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DEVENGO.
000030 AUTHOR. J. ABRIL.
000040 INSTALLATION. DEPTO DE SISTEMAS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* HISTORIAL DE MODIFICACIONES
000090*-----------------------------------------------------------
000100* FECHA       INIC  DESCRIPCION
000110* ----------  ----  ------------------------------------
000120* 2026-10-15  JA    VERSION ORIGINAL. POLIZA DE DEVENGO
000130*                   DIARIO DE INTERESES PARA CONTABILIDAD,
000140*                   QUE HOY RETECLEA EL INTERES DE
000150*                   PRESTAMOS-OUT CADA CIERRE. PARA CADA
000160*                   PRESTAMO DE PRESTAMOS-IN SE DEVENGA EL
000170*                   INTERES DE LOS DIAS TRANSCURRIDOS DESDE
000180*                   EL ULTIMO DEVENGO CON SU BASE PI-BASE
000190*                   (ACTUAL/365, 30/360, ACTUAL/360) SOBRE
000200*                   EL SALDO INSOLUTO DE LA CARTERA
000210*                   (PRESTAMOS-MST DE PAGOS), SOLO HASTA SU
000220*                   VENCIMIENTO O SU LIQUIDACION. EL PRIMER
000230*                   DIA HABIL DEL MES (SEGUN FECHAS-HOL Y EL
000240*                   CALENDARIO DEL PRESTAMO) SE REVIERTE LO
000250*                   DEVENGADO EL MES ANTERIOR. LAS PARTIDAS
000260*                   SE AGRUPAN POR CUENTA Y CALENDARIO EN UN
000270*                   LOTE CON ENCABEZADO "H" Y SUMARIA "T"
000280*                   (PARTIDAS, CARGOS Y ABONOS); EL LOTE SE
000290*                   ARMA EN DEVENGO-GLT.DAT, SE RELEE Y SOLO
000300*                   SI CUADRA SE LIBERA COMO DEVENGO-GL.DAT.
000310*                   UN LOTE DESCUADRADO NO SE LIBERA NI SE
000320*                   ACTUALIZA EL ACUMULADO DEVENGO-ACU.DAT,
000330*                   PARA QUE LA CORRIDA SE PUEDA REPETIR.
000340* 2026-10-15  JA    PRESTAMOS A TASA VARIABLE: EL REGISTRO
000350*                   TRAE EL INDICE DE REFERENCIA Y, PARA
000360*                   ESOS PRESTAMOS, LA TASA DE CADA DIA SE
000370*                   TOMA DEL PLAN DE PRESTAMOS-PLN, QUE LLEVA
000380*                   LA TASA APLICADA EN CADA PAGO. EL TRAMO
000390*                   DE DEVENGO SE CORTA EN CADA CAMBIO DE
000400*                   TASA. SIN PLAN NO SE DEVENGA.
000410* 2026-10-15  JA    LA FECHA DE PROCESO ES LA FECHA DE NEGOCIO
000420*                   DE FECHA-NEG.DAT (VIA FECNEG); SIN ELLA SE
000430*                   USA LA DEL SISTEMA, CON AVISO. SI
000440*                   DEVENGO-GL.DAT YA TIENE EL LOTE DE LA FECHA
000450*                   DE PROCESO NO SE REEMPLAZA: UN LOTE SIN
000460*                   PARTIDAS (LA CORRIDA REPETIDA) LO DEJA COMO
000470*                   ESTA, Y UNO CON PARTIDAS SE NIEGA CON RC 12
000480*                   SIN ACTUALIZAR DEVENGO-ACU.DAT. LAS TABLAS
000490*                   DE ACUMULADOS Y CARTERA CRECEN A 5000 Y LA
000500*                   DE TASAS DEL PLAN A 99999; EL ACUMULADO DEL
000510*                   PRESTAMO QUE YA NO VIENE EN PRESTAMOS-IN Y
000520*                   NO TIENE NADA POR REVERTIR SE DA DE BAJA.
000530*-----------------------------------------------------------
000540
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER. GENERICO.
000580 OBJECT-COMPUTER. GENERICO.
000590
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT PRESTAMOS-IN ASSIGN TO "PRESTAMOS-IN.DAT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-IN-STATUS.
000650
000660     SELECT PRESTAMOS-MST ASSIGN TO "PRESTAMOS-MST.DAT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-MST-STATUS.
000690
000700     SELECT DEVENGO-ACU ASSIGN TO "DEVENGO-ACU.DAT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-ACU-STATUS.
000730
000740*    EL LOTE SE ARMA Y SE VERIFICA EN DEVENGO-GLT; SOLO UN
000750*    LOTE CUADRADO SE COPIA A DEVENGO-GL, QUE ES EL QUE TOMA
000760*    CONTABILIDAD.
000770     SELECT DEVENGO-GLT ASSIGN TO "DEVENGO-GLT.DAT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-GLT-STATUS.
000800
000810     SELECT DEVENGO-GL ASSIGN TO "DEVENGO-GL.DAT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-GL-STATUS.
000840
000850     SELECT FECHAS-HOL ASSIGN TO "FECHAS-HOL.DAT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-HOL-STATUS.
000880
000890     SELECT PRESTAMOS-PLN ASSIGN TO "PRESTAMOS-PLN.DAT"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-PLN-STATUS.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950*-----------------------------------------------------------
000960* PI-RECORD: MISMA TRAZA QUE EN EL PROGRAMA PRESTAMOS.
000970*-----------------------------------------------------------
000980 FD  PRESTAMOS-IN.
000990 01  PI-RECORD.
001000     05 PI-ID                    PIC X(10).
001010     05 PI-CAPITAL               PIC 9(11)V99.
001020     05 PI-TASA                  PIC 9(03)V9(04).
001030     05 PI-FECH-INI              PIC 9(08).
001040     05 PI-FECH-FIN              PIC 9(08).
001050     05 PI-CAL                   PIC X(02).
001060     05 PI-BASE                  PIC X(01).
001070        88 PI-BASE-ACT-365                 VALUE "1" " ".
001080        88 PI-BASE-30-360                  VALUE "2".
001090        88 PI-BASE-ACT-360                 VALUE "3".
001100     05 PI-INDICE                PIC X(06).
001110     05 PI-SOBRETASA             PIC S9(03)V9(04)
001120        SIGN IS TRAILING SEPARATE CHARACTER.
001130     05 PI-REVISION              PIC 9(02).
001140
001150*-----------------------------------------------------------
001160* MPR-RECORD: MISMA TRAZA QUE WS-MST-WORK EN EL PROGRAMA
001170* PAGOS; AQUI SOLO INTERESAN EL SALDO INSOLUTO, EL ESTADO Y
001180* LA FECHA DEL ULTIMO PAGO (FECHA DE LIQUIDACION).
001190*-----------------------------------------------------------
001200 FD  PRESTAMOS-MST.
001210 01  MPR-RECORD.
001220     05 MPR-ID                   PIC X(10).
001230     05 FILLER                   PIC X(20).
001240     05 MPR-SALDO                PIC 9(11)V99.
001250     05 FILLER                   PIC X(56).
001260     05 MPR-ULT-PAGO             PIC 9(08).
001270     05 FILLER                   PIC X(01).
001280     05 MPR-ESTADO               PIC X(01).
001290        88 MPR-LIQUIDADO                   VALUE "L".
001300     05 FILLER                   PIC X(11).
001310
001320*-----------------------------------------------------------
001330* ACU-RECORD: ACUMULADO DE DEVENGO POR PRESTAMO.
001340*   ACU-ULT-FECHA  DIA HASTA EL QUE YA SE DEVENGO.
001350*   ACU-MES        MES (AAAAMM) QUE SE ESTA ACUMULANDO Y
001360*   ACU-IMPORTE    LO DEVENGADO EN ESE MES.
001370*   ACU-POR-REV    DEVENGO DE MESES CERRADOS QUE FALTA
001380*   ACU-MES-REV    REVERTIR, Y EL ULTIMO MES QUE LO FORMO.
001390*-----------------------------------------------------------
001400 FD  DEVENGO-ACU.
001410 01  ACU-RECORD.
001420     05 ACU-ID                   PIC X(10).
001430     05 FILLER                   PIC X(01).
001440     05 ACU-CAL                  PIC X(02).
001450     05 FILLER                   PIC X(01).
001460     05 ACU-ULT-FECHA            PIC 9(08).
001470     05 FILLER                   PIC X(01).
001480     05 ACU-MES                  PIC 9(06).
001490     05 FILLER                   PIC X(01).
001500     05 ACU-IMPORTE              PIC 9(11)V99.
001510     05 FILLER                   PIC X(01).
001520     05 ACU-POR-REV              PIC 9(11)V99.
001530     05 FILLER                   PIC X(01).
001540     05 ACU-MES-REV              PIC 9(06).
001550     05 FILLER                   PIC X(16).
001560
001570*-----------------------------------------------------------
001580* LOTE CONTABLE, 80 POSICIONES. EL PRIMER RENGLON ES EL
001590* ENCABEZADO "H" (FECHA CONTABLE Y ORIGEN), LUEGO LAS
001600* PARTIDAS "D" (CUENTA, CALENDARIO, NATURALEZA "C" CARGO O
001610* "A" ABONO, IMPORTE Y CONCEPTO) Y AL FINAL LA SUMARIA "T"
001620* (PARTIDAS, TOTAL DE CARGOS Y TOTAL DE ABONOS).
001630*-----------------------------------------------------------
001640 FD  DEVENGO-GLT.
001650 01  GLT-RECORD.
001660     05 GLT-TIPO                 PIC X(01).
001670        88 GLT-ENCABEZADO                  VALUE "H".
001680        88 GLT-PARTIDA                     VALUE "D".
001690        88 GLT-SUMARIA                     VALUE "T".
001700     05 FILLER                   PIC X(79).
001710
001720 01  GLT-HDR-RECORD.
001730     05 FILLER                   PIC X(01).
001740     05 GLT-HDR-FECHA            PIC 9(08).
001750     05 GLT-HDR-ORIGEN           PIC X(08).
001760     05 FILLER                   PIC X(63).
001770
001780 01  GLT-DET-RECORD.
001790     05 FILLER                   PIC X(01).
001800     05 GLT-DET-FECHA            PIC 9(08).
001810     05 GLT-DET-CUENTA           PIC X(10).
001820     05 GLT-DET-CAL              PIC X(02).
001830     05 GLT-DET-NATURALEZA       PIC X(01).
001840        88 GLT-DET-CARGO                   VALUE "C".
001850        88 GLT-DET-ABONO                   VALUE "A".
001860     05 GLT-DET-IMPORTE          PIC 9(13)V99.
001870     05 GLT-DET-CONCEPTO         PIC X(30).
001880     05 FILLER                   PIC X(13).
001890
001900 01  GLT-TRL-RECORD.
001910     05 FILLER                   PIC X(01).
001920     05 GLT-TRL-PARTIDAS         PIC 9(07).
001930     05 GLT-TRL-CARGOS           PIC 9(15)V99.
001940     05 GLT-TRL-ABONOS           PIC 9(15)V99.
001950     05 FILLER                   PIC X(38).
001960
001970 FD  DEVENGO-GL.
001980 01  GL-RECORD                   PIC X(80).
001990 01  GL-HDR-RECORD.
002000     05 GL-HDR-TIPO              PIC X(01).
002010     05 GL-HDR-FECHA             PIC 9(08).
002020     05 FILLER                   PIC X(71).
002030
002040 FD  FECHAS-HOL.
002050 01  HOL-RECORD.
002060     05 HOL-FECHA                PIC 9(08).
002070     05 HOL-DESC                 PIC X(30).
002080     05 HOL-CAL                  PIC X(04).
002090
002100*-----------------------------------------------------------
002110* PL-RECORD: MISMA TRAZA QUE WS-PLN-LINE EN PRESTAMOS; AQUI
002120* SOLO INTERESAN EL VENCIMIENTO Y LA TASA APLICADA.
002130*-----------------------------------------------------------
002140 FD  PRESTAMOS-PLN.
002150 01  PL-RECORD.
002160     05 PL-ID                    PIC X(10).
002170     05 FILLER                   PIC X(01).
002180     05 PL-NUM                   PIC 9(03).
002190     05 FILLER                   PIC X(01).
002200     05 PL-FECHA                 PIC 9(08).
002210     05 FILLER                   PIC X(57).
002220     05 PL-TASA                  PIC 9(03)V9(04).
002230
002240 WORKING-STORAGE SECTION.
002250*-----------------------------------------------------------
002260* INDICADORES DE ESTADO DE ARCHIVO
002270*-----------------------------------------------------------
002280 01  WS-FILE-STATUSES.
002290     05 WS-IN-STATUS             PIC X(02) VALUE "00".
002300     05 WS-MST-STATUS            PIC X(02) VALUE "00".
002310     05 WS-ACU-STATUS            PIC X(02) VALUE "00".
002320     05 WS-GLT-STATUS            PIC X(02) VALUE "00".
002330     05 WS-GL-STATUS             PIC X(02) VALUE "00".
002340     05 WS-HOL-STATUS            PIC X(02) VALUE "00".
002350     05 WS-PLN-STATUS            PIC X(02) VALUE "00".
002360
002370*-----------------------------------------------------------
002380* SWITCHES
002390*-----------------------------------------------------------
002400 01  WS-SWITCHES.
002410     05 WS-EOF-SW                PIC X(01) VALUE "N".
002420        88 WS-EOF                          VALUE "Y".
002430     05 WS-AUX-EOF-SW            PIC X(01) VALUE "N".
002440        88 WS-AUX-EOF                      VALUE "Y".
002450     05 WS-HOL-EOF-SW            PIC X(01) VALUE "N".
002460        88 WS-HOL-EOF                      VALUE "Y".
002470     05 WS-VALID-SW              PIC X(01) VALUE "Y".
002480        88 WS-PRESTAMO-VALIDO              VALUE "Y".
002490        88 WS-PRESTAMO-INVALIDO            VALUE "N".
002500     05 WS-FOUND-SW              PIC X(01) VALUE "N".
002510        88 WS-FOUND                        VALUE "Y".
002520     05 WS-HABIL-SW              PIC X(01) VALUE "Y".
002530        88 WS-DIA-HABIL                    VALUE "Y".
002540        88 WS-DIA-NO-HABIL                 VALUE "N".
002550     05 WS-FESTIVO-SW            PIC X(01) VALUE "N".
002560        88 WS-FESTIVO                      VALUE "Y".
002570     05 WS-LOTE-SW               PIC X(01) VALUE "Y".
002580        88 WS-LOTE-CUADRADO                VALUE "Y".
002590        88 WS-LOTE-DESCUADRADO             VALUE "N".
002600     05 WS-HDR-SW                PIC X(01) VALUE "N".
002610        88 WS-HDR-VISTO                    VALUE "Y".
002620     05 WS-TRL-SW                PIC X(01) VALUE "N".
002630        88 WS-TRL-VISTO                    VALUE "Y".
002640     05 WS-LIBERA-SW             PIC X(01) VALUE "S".
002650        88 WS-SE-LIBERA                    VALUE "S".
002660        88 WS-LOTE-VACIO-HOY               VALUE "V".
002670        88 WS-YA-LIBERADO                  VALUE "Y".
002680
002690*-----------------------------------------------------------
002700* CUENTAS CONTABLES DEL DEVENGO: CARGO A INTERESES
002710* DEVENGADOS POR COBRAR Y ABONO A INGRESOS POR INTERESES; LA
002720* REVERSA INVIERTE LAS NATURALEZAS.
002730*-----------------------------------------------------------
002740 01  WS-CUENTAS.
002750     05 WS-CTA-POR-COBRAR        PIC X(10) VALUE "1305-01".
002760     05 WS-CTA-INGRESO           PIC X(10) VALUE "5101-01".
002770
002780*-----------------------------------------------------------
002790* CONTADORES Y CAMPOS DE TRABAJO
002800*-----------------------------------------------------------
002810 77  WS-REC-COUNT                PIC 9(07) COMP VALUE ZERO.
002820 77  WS-DEV-COUNT                PIC 9(07) COMP VALUE ZERO.
002830 77  WS-INV-COUNT                PIC 9(07) COMP VALUE ZERO.
002840 77  WS-REV-COUNT                PIC 9(07) COMP VALUE ZERO.
002850 77  WS-BAJA-COUNT               PIC 9(07) COMP VALUE ZERO.
002860 77  WS-TEST-RC                  PIC S9(04) COMP VALUE ZERO.
002870 77  WS-START-INT                PIC 9(07) COMP VALUE ZERO.
002880 77  WS-END-INT                  PIC 9(07) COMP VALUE ZERO.
002890 77  WS-ROLL-INT                 PIC 9(07) COMP VALUE ZERO.
002900 77  WS-DAY-NUM                  PIC 9(01) COMP VALUE ZERO.
002910 77  WS-WORK-DATE                PIC 9(08) VALUE ZERO.
002920 77  WS-HOL-IDX                  PIC 9(05) COMP VALUE ZERO.
002930 77  WS-CAL-PRE                  PIC X(02) VALUE SPACE.
002940 77  WS-BASE-DIV                 PIC 9(03) VALUE 365.
002950 77  WS-DIAS-PER                 PIC S9(05) VALUE ZERO.
002960 77  WS-D1-AJ                    PIC 9(02) VALUE ZERO.
002970 77  WS-D2-AJ                    PIC 9(02) VALUE ZERO.
002980 77  WS-FECHA-DE                 PIC 9(08) VALUE ZERO.
002990 77  WS-FECHA-A                  PIC 9(08) VALUE ZERO.
003000 77  WS-FECHA-PROC               PIC 9(08) VALUE ZERO.
003010 77  WS-MES-PROC                 PIC 9(06) VALUE ZERO.
003020 77  WS-INICIO-MES               PIC 9(08) VALUE ZERO.
003030 77  WS-PRIMER-HABIL             PIC 9(08) VALUE ZERO.
003040*    FECHA HASTA LA QUE DEVENGA EL PRESTAMO HOY: LA MENOR
003050*    ENTRE PROCESO, VENCIMIENTO Y LIQUIDACION.
003060 77  WS-FECHA-TOPE               PIC 9(08) VALUE ZERO.
003070 77  WS-FECHA-TRAMO              PIC 9(08) VALUE ZERO.
003080 77  WS-MES-TRAMO                PIC 9(06) VALUE ZERO.
003090 77  WS-SALDO                    PIC 9(11)V99 VALUE ZERO.
003100 77  WS-INTERES                  PIC 9(11)V99 VALUE ZERO.
003110 77  WS-TIPO-GL                  PIC X(01) VALUE SPACE.
003120 77  WS-CAL-GL                   PIC X(02) VALUE SPACE.
003130 77  WS-IMPORTE-GL               PIC 9(13)V99 VALUE ZERO.
003140 77  WS-ACU-IDX                  PIC 9(05) COMP VALUE ZERO.
003150 77  WS-ACU-POS                  PIC 9(05) COMP VALUE ZERO.
003160 77  WS-CAR-IDX                  PIC 9(05) COMP VALUE ZERO.
003170 77  WS-CAR-POS                  PIC 9(05) COMP VALUE ZERO.
003180 77  WS-GL-IDX                   PIC 9(03) COMP VALUE ZERO.
003190 77  WS-GL-POS                   PIC 9(03) COMP VALUE ZERO.
003200 77  WS-BAL-IDX                  PIC 9(03) COMP VALUE ZERO.
003210 77  WS-BAL-POS                  PIC 9(03) COMP VALUE ZERO.
003220 77  WS-LOTE-PARTIDAS            PIC 9(07) COMP VALUE ZERO.
003230 77  WS-LOTE-CARGOS              PIC 9(15)V99 VALUE ZERO.
003240 77  WS-LOTE-ABONOS              PIC 9(15)V99 VALUE ZERO.
003250 77  WS-VER-PARTIDAS             PIC 9(07) COMP VALUE ZERO.
003260 77  WS-VER-CARGOS               PIC 9(15)V99 VALUE ZERO.
003270 77  WS-VER-ABONOS               PIC 9(15)V99 VALUE ZERO.
003280 77  WS-CAUSA                    PIC X(40) VALUE SPACE.
003290 77  WS-IMP-ED                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99
003300                                 VALUE ZERO.
003310*    TASA CON LA QUE SE DEVENGA EL TRAMO: PI-TASA, O LA DEL
003320*    PLAN SI EL PRESTAMO ES A TASA VARIABLE.
003330 77  WS-TASA-DEV                 PIC 9(03)V9(04) VALUE ZERO.
003340 77  WS-FECHA-CAMBIO             PIC 9(08) VALUE ZERO.
003350 77  WS-TVA-IDX                  PIC 9(05) COMP VALUE ZERO.
003360 77  WS-PLN-ID-ANT               PIC X(10) VALUE SPACE.
003370 77  WS-PLN-FECHA-ANT            PIC 9(08) VALUE ZERO.
003380 77  WS-PLN-TASA-ANT             PIC 9(03)V9(04) VALUE ZERO.
003390
003400*-----------------------------------------------------------
003410* AREA DE COMUNICACION CON EL SUBPROGRAMA FECNEG
003420*-----------------------------------------------------------
003430 01  WS-FECNEG-PARAM.
003440     05 WFN-FUNCION              PIC X(03).
003450     05 WFN-ACTUAL               PIC 9(08).
003460     05 WFN-ANTERIOR             PIC 9(08).
003470     05 WFN-SIGUIENTE            PIC 9(08).
003480     05 WFN-MALLA                PIC 9(08).
003490     05 WFN-RESULT               PIC X(02).
003500
003510*-----------------------------------------------------------
003520* FECHAS DESGLOSADAS PARA LA BASE 30/360 Y PARA EL FIN DE
003530* MES.
003540*-----------------------------------------------------------
003550 01  WS-FECHA-DE-G.
003560     05 WDE-ANO                  PIC 9(04).
003570     05 WDE-MES                  PIC 9(02).
003580     05 WDE-DIA                  PIC 9(02).
003590 01  WS-FECHA-DE-N REDEFINES WS-FECHA-DE-G
003600                                 PIC 9(08).
003610
003620 01  WS-FECHA-A-G.
003630     05 WA-ANO                   PIC 9(04).
003640     05 WA-MES                   PIC 9(02).
003650     05 WA-DIA                   PIC 9(02).
003660 01  WS-FECHA-A-N REDEFINES WS-FECHA-A-G
003670                                 PIC 9(08).
003680
003690 01  WS-FECHA-MES-G.
003700     05 WFM-ANO                  PIC 9(04).
003710     05 WFM-MES                  PIC 9(02).
003720     05 WFM-DIA                  PIC 9(02).
003730 01  WS-FECHA-MES-N REDEFINES WS-FECHA-MES-G
003740                                 PIC 9(08).
003750
003760*-----------------------------------------------------------
003770* TABLA DE DIAS FESTIVOS, CARGADA DE FECHAS-HOL IGUAL QUE
003780* EN PRESTAMOS.
003790*-----------------------------------------------------------
003800 77  WS-HOL-TALLY                PIC 9(05) COMP VALUE ZERO.
003810 01  WS-HOLIDAY-TABLE.
003820     05 WS-HOLIDAY-ENTRY         OCCURS 1 TO 366 TIMES
003830                                 DEPENDING ON WS-HOL-TALLY.
003840         10 WS-HOL-FECHA-E       PIC 9(08).
003850         10 WS-HOL-CAL-E         PIC X(04).
003860
003870*-----------------------------------------------------------
003880* ACUMULADOS DE DEVENGO, UNO POR PRESTAMO. WS-ACU-VISTO
003890* QUEDA EN "S" SI EL PRESTAMO VINO HOY EN PRESTAMOS-IN.
003900*-----------------------------------------------------------
003910 77  WS-ACU-TALLY                PIC 9(05) COMP VALUE ZERO.
003920 01  WS-ACU-TABLE.
003930     05 WS-ACU-ENTRY             OCCURS 5000 TIMES.
003940         10 WS-ACU-ID            PIC X(10).
003950         10 WS-ACU-CAL           PIC X(02).
003960         10 WS-ACU-ULT-FECHA     PIC 9(08).
003970         10 WS-ACU-MES           PIC 9(06).
003980         10 WS-ACU-IMPORTE       PIC 9(11)V99.
003990         10 WS-ACU-POR-REV       PIC 9(11)V99.
004000         10 WS-ACU-MES-REV       PIC 9(06).
004010         10 WS-ACU-VISTO         PIC X(01).
004020
004030*-----------------------------------------------------------
004040* CARTERA DE PAGOS: SALDO INSOLUTO Y LIQUIDACION.
004050*-----------------------------------------------------------
004060 77  WS-CAR-TALLY                PIC 9(05) COMP VALUE ZERO.
004070 01  WS-CAR-TABLE.
004080     05 WS-CAR-ENTRY             OCCURS 5000 TIMES.
004090         10 WS-CAR-ID            PIC X(10).
004100         10 WS-CAR-SALDO         PIC 9(11)V99.
004110         10 WS-CAR-ULT-PAGO      PIC 9(08).
004120         10 WS-CAR-ESTADO        PIC X(01).
004130
004140*-----------------------------------------------------------
004150* PARTIDAS DEL LOTE POR TIPO ("D" DEVENGO, "R" REVERSA) Y
004160* CALENDARIO; CADA UNA DA UN CARGO Y UN ABONO.
004170*-----------------------------------------------------------
004180 77  WS-GL-TALLY                 PIC 9(03) COMP VALUE ZERO.
004190 01  WS-GL-TABLE.
004200     05 WS-GL-ENTRY              OCCURS 60 TIMES.
004210         10 WS-GL-TIPO           PIC X(01).
004220         10 WS-GL-CAL            PIC X(02).
004230         10 WS-GL-IMPORTE        PIC 9(13)V99.
004240
004250*-----------------------------------------------------------
004260* CUADRE POR CALENDARIO AL RELEER EL LOTE.
004270*-----------------------------------------------------------
004280 77  WS-BAL-TALLY                PIC 9(03) COMP VALUE ZERO.
004290 01  WS-BAL-TABLE.
004300     05 WS-BAL-ENTRY             OCCURS 60 TIMES.
004310         10 WS-BAL-CAL           PIC X(02).
004320         10 WS-BAL-CARGOS        PIC 9(15)V99.
004330         10 WS-BAL-ABONOS        PIC 9(15)V99.
004340
004350*-----------------------------------------------------------
004360* CAMBIOS DE TASA POR PRESTAMO SEGUN PRESTAMOS-PLN: LA TASA
004370* RIGE DESDE WS-TVA-DESDE (EL VENCIMIENTO DEL PAGO ANTERIOR;
004380* CERO PARA LA PRIMERA). SOLO SE GUARDA UN RENGLON CUANDO LA
004390* TASA CAMBIA.
004400*-----------------------------------------------------------
004410 77  WS-TVA-TALLY                PIC 9(05) COMP VALUE ZERO.
004420 01  WS-TVA-TABLE.
004430     05 WS-TVA-ENTRY             OCCURS 1 TO 99999 TIMES
004440                                 DEPENDING ON WS-TVA-TALLY.
004450         10 WS-TVA-ID            PIC X(10).
004460         10 WS-TVA-DESDE         PIC 9(08).
004470         10 WS-TVA-TASA          PIC 9(03)V9(04).
004480
004490 PROCEDURE DIVISION.
004500*-----------------------------------------------------------
004510* 0000-MAINLINE
004520* DEVENGA CADA PRESTAMO, REVIERTE EL MES ANTERIOR CUANDO
004530* TOCA, ARMA Y VERIFICA EL LOTE, Y SOLO SI CUADRA LO LIBERA
004540* Y GUARDA LOS ACUMULADOS. EL LOTE DE UN DIA QUE YA ESTA
004550* LIBERADO NO SE REEMPLAZA.
004560*-----------------------------------------------------------
004570 0000-MAINLINE.
004580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004590     PERFORM 2000-PROCESA-PRESTAMO THRU 2000-EXIT
004600         UNTIL WS-EOF.
004610     PERFORM 3000-REVERSAS THRU 3000-EXIT.
004620     PERFORM 4000-ARMA-LOTE THRU 4000-EXIT.
004630     PERFORM 5000-VERIFICA-LOTE THRU 5000-EXIT.
004640     IF WS-LOTE-CUADRADO
004650         PERFORM 5500-REVISA-LIBERADO THRU 5500-EXIT
004660         IF WS-SE-LIBERA
004670             PERFORM 6000-LIBERA-LOTE THRU 6000-EXIT
004680         END-IF
004690         IF NOT WS-YA-LIBERADO
004700             PERFORM 7000-GRABA-ACUMULADOS THRU 7000-EXIT
004710         END-IF
004720     END-IF.
004730     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004740     GOBACK.
004750
004760*-----------------------------------------------------------
004770* 1000-INITIALIZE
004780* TOMA LA FECHA DE PROCESO Y CARGA FESTIVOS, ACUMULADOS Y
004790* CARTERA ANTES DE LEER EL PRIMER PRESTAMO.
004800*-----------------------------------------------------------
004810 1000-INITIALIZE.
004820     MOVE "N" TO WS-EOF-SW WS-HOL-EOF-SW.
004830     SET WS-LOTE-CUADRADO TO TRUE.
004840     SET WS-SE-LIBERA TO TRUE.
004850     MOVE ZERO TO WS-REC-COUNT WS-DEV-COUNT WS-INV-COUNT
004860         WS-REV-COUNT WS-HOL-TALLY WS-ACU-TALLY WS-CAR-TALLY
004870         WS-GL-TALLY WS-BAL-TALLY WS-TVA-TALLY WS-BAJA-COUNT.
004880     MOVE "CON" TO WFN-FUNCION.
004890     CALL "FECNEG" USING WS-FECNEG-PARAM.
004900     CANCEL "FECNEG".
004910     IF WFN-RESULT = "00"
004920         MOVE WFN-ACTUAL TO WS-FECHA-PROC
004930         DISPLAY "DEVENGO: FECHA DE NEGOCIO " WS-FECHA-PROC
004940     ELSE
004950         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-PROC
004960         DISPLAY "DEVENGO: SIN FECHA-NEG.DAT, SE USA LA FECHA "
004970             "DEL SISTEMA."
004980     END-IF.
004990     COMPUTE WS-MES-PROC = WS-FECHA-PROC / 100.
005000     MOVE WS-FECHA-PROC TO WS-FECHA-MES-N.
005010     MOVE 01 TO WFM-DIA.
005020     MOVE WS-FECHA-MES-N TO WS-INICIO-MES.
005030
005040     PERFORM 1100-CARGA-FESTIVOS THRU 1100-EXIT.
005050     PERFORM 1200-CARGA-ACUMULADOS THRU 1200-EXIT.
005060     PERFORM 1300-CARGA-CARTERA THRU 1300-EXIT.
005070     PERFORM 1400-CARGA-TASAS-PLAN THRU 1400-EXIT.
005080
005090     OPEN INPUT PRESTAMOS-IN.
005100     IF WS-IN-STATUS NOT = "00"
005110         DISPLAY "DEVENGO: NO SE PUDO ABRIR "
005120             "PRESTAMOS-IN.DAT " WS-IN-STATUS
005130         GO TO 9999-ABEND
005140     END-IF.
005150     PERFORM 2900-READ-PRESTAMO THRU 2900-EXIT.
005160 1000-EXIT.
005170     EXIT.
005180
005190*-----------------------------------------------------------
005200* 1100-CARGA-FESTIVOS
005210* LEE FECHAS-HOL.DAT COMPLETO A LA TABLA. SIN ARCHIVO EL
005220* PRIMER DIA HABIL SE DETERMINA SOLO POR FINES DE SEMANA.
005230*-----------------------------------------------------------
005240 1100-CARGA-FESTIVOS.
005250     OPEN INPUT FECHAS-HOL.
005260     IF WS-HOL-STATUS NOT = "00"
005270         SET WS-HOL-EOF TO TRUE
005280         GO TO 1100-EXIT
005290     END-IF.
005300     PERFORM 1110-LEE-FESTIVO THRU 1110-EXIT.
005310     PERFORM 1120-GUARDA-FESTIVO THRU 1120-EXIT
005320         UNTIL WS-HOL-EOF.
005330     CLOSE FECHAS-HOL.
005340 1100-EXIT.
005350     EXIT.
005360
005370 1110-LEE-FESTIVO.
005380     READ FECHAS-HOL
005390         AT END
005400             SET WS-HOL-EOF TO TRUE
005410     END-READ.
005420 1110-EXIT.
005430     EXIT.
005440
005450 1120-GUARDA-FESTIVO.
005460     IF WS-HOL-TALLY >= 366
005470         DISPLAY "DEVENGO: TABLA DE FESTIVOS LLENA, SE "
005480             "IGNORA " HOL-FECHA
005490         GO TO 1120-SIGUE
005500     END-IF.
005510     ADD 1 TO WS-HOL-TALLY.
005520     MOVE HOL-FECHA TO WS-HOL-FECHA-E (WS-HOL-TALLY).
005530     MOVE HOL-CAL   TO WS-HOL-CAL-E (WS-HOL-TALLY).
005540 1120-SIGUE.
005550     PERFORM 1110-LEE-FESTIVO THRU 1110-EXIT.
005560 1120-EXIT.
005570     EXIT.
005580
005590*-----------------------------------------------------------
005600* 1200-CARGA-ACUMULADOS
005610* LEE DEVENGO-ACU.DAT. LA PRIMERA CORRIDA NO LO TIENE Y
005620* CADA PRESTAMO EMPIEZA A DEVENGAR DESDE EL INICIO DEL MES.
005630*-----------------------------------------------------------
005640 1200-CARGA-ACUMULADOS.
005650     OPEN INPUT DEVENGO-ACU.
005660     IF WS-ACU-STATUS = "35"
005670         DISPLAY "DEVENGO: SIN DEVENGO-ACU.DAT, SE DEVENGA "
005680             "DESDE EL INICIO DEL MES."
005690         GO TO 1200-EXIT
005700     END-IF.
005710     IF WS-ACU-STATUS NOT = "00"
005720         DISPLAY "DEVENGO: NO SE PUDO ABRIR DEVENGO-ACU.DAT "
005730             WS-ACU-STATUS
005740         GO TO 9999-ABEND
005750     END-IF.
005760     MOVE "N" TO WS-AUX-EOF-SW.
005770     PERFORM 1210-LEE-ACUMULADO THRU 1210-EXIT.
005780     PERFORM 1220-GUARDA-ACUMULADO THRU 1220-EXIT
005790         UNTIL WS-AUX-EOF.
005800     CLOSE DEVENGO-ACU.
005810 1200-EXIT.
005820     EXIT.
005830
005840 1210-LEE-ACUMULADO.
005850     READ DEVENGO-ACU
005860         AT END
005870             SET WS-AUX-EOF TO TRUE
005880     END-READ.
005890 1210-EXIT.
005900     EXIT.
005910
005920 1220-GUARDA-ACUMULADO.
005930     IF WS-ACU-TALLY >= 5000
005940         DISPLAY "DEVENGO: TABLA DE ACUMULADOS LLENA (5000)."
005950         GO TO 9999-ABEND
005960     END-IF.
005970     ADD 1 TO WS-ACU-TALLY.
005980     MOVE ACU-ID        TO WS-ACU-ID (WS-ACU-TALLY).
005990     MOVE ACU-CAL       TO WS-ACU-CAL (WS-ACU-TALLY).
006000     MOVE ACU-ULT-FECHA TO WS-ACU-ULT-FECHA (WS-ACU-TALLY).
006010     MOVE ACU-MES       TO WS-ACU-MES (WS-ACU-TALLY).
006020     MOVE ACU-IMPORTE   TO WS-ACU-IMPORTE (WS-ACU-TALLY).
006030     MOVE ACU-POR-REV   TO WS-ACU-POR-REV (WS-ACU-TALLY).
006040     MOVE ACU-MES-REV   TO WS-ACU-MES-REV (WS-ACU-TALLY).
006050     MOVE "N"           TO WS-ACU-VISTO (WS-ACU-TALLY).
006060     PERFORM 1210-LEE-ACUMULADO THRU 1210-EXIT.
006070 1220-EXIT.
006080     EXIT.
006090
006100*-----------------------------------------------------------
006110* 1300-CARGA-CARTERA
006120* LEE LA CARTERA QUE MANTIENE PAGOS. SIN ELLA SE DEVENGA
006130* SOBRE EL CAPITAL ORIGINAL DE PRESTAMOS-IN.
006140*-----------------------------------------------------------
006150 1300-CARGA-CARTERA.
006160     OPEN INPUT PRESTAMOS-MST.
006170     IF WS-MST-STATUS NOT = "00"
006180         DISPLAY "DEVENGO: SIN PRESTAMOS-MST.DAT, SE DEVENGA "
006190             "SOBRE EL CAPITAL ORIGINAL."
006200         GO TO 1300-EXIT
006210     END-IF.
006220     MOVE "N" TO WS-AUX-EOF-SW.
006230     PERFORM 1310-LEE-CARTERA THRU 1310-EXIT.
006240     PERFORM 1320-GUARDA-CARTERA THRU 1320-EXIT
006250         UNTIL WS-AUX-EOF.
006260     CLOSE PRESTAMOS-MST.
006270 1300-EXIT.
006280     EXIT.
006290
006300 1310-LEE-CARTERA.
006310     READ PRESTAMOS-MST
006320         AT END
006330             SET WS-AUX-EOF TO TRUE
006340     END-READ.
006350 1310-EXIT.
006360     EXIT.
006370
006380 1320-GUARDA-CARTERA.
006390     IF WS-CAR-TALLY >= 5000
006400         DISPLAY "DEVENGO: CARTERA LLENA, SE IGNORA " MPR-ID
006410         GO TO 1320-SIGUE
006420     END-IF.
006430     ADD 1 TO WS-CAR-TALLY.
006440     MOVE MPR-ID       TO WS-CAR-ID (WS-CAR-TALLY).
006450     MOVE MPR-SALDO    TO WS-CAR-SALDO (WS-CAR-TALLY).
006460     MOVE MPR-ULT-PAGO TO WS-CAR-ULT-PAGO (WS-CAR-TALLY).
006470     MOVE MPR-ESTADO   TO WS-CAR-ESTADO (WS-CAR-TALLY).
006480 1320-SIGUE.
006490     PERFORM 1310-LEE-CARTERA THRU 1310-EXIT.
006500 1320-EXIT.
006510     EXIT.
006520
006530*-----------------------------------------------------------
006540* 1400-CARGA-TASAS-PLAN
006550* LEE PRESTAMOS-PLN Y GUARDA LOS CAMBIOS DE TASA DE CADA
006560* PRESTAMO. SIN PLAN LOS PRESTAMOS A TASA VARIABLE NO SE
006570* DEVENGAN; LOS DE TASA FIJA USAN PI-TASA COMO SIEMPRE.
006580*-----------------------------------------------------------
006590 1400-CARGA-TASAS-PLAN.
006600     OPEN INPUT PRESTAMOS-PLN.
006610     IF WS-PLN-STATUS NOT = "00"
006620         DISPLAY "DEVENGO: SIN PRESTAMOS-PLN.DAT, NO SE "
006630             "DEVENGAN LOS PRESTAMOS A TASA VARIABLE."
006640         GO TO 1400-EXIT
006650     END-IF.
006660     MOVE SPACE TO WS-PLN-ID-ANT.
006670     MOVE "N" TO WS-AUX-EOF-SW.
006680     PERFORM 1410-LEE-PLAN THRU 1410-EXIT.
006690     PERFORM 1420-GUARDA-TASA-PLAN THRU 1420-EXIT
006700         UNTIL WS-AUX-EOF.
006710     CLOSE PRESTAMOS-PLN.
006720 1400-EXIT.
006730     EXIT.
006740
006750 1410-LEE-PLAN.
006760     READ PRESTAMOS-PLN
006770         AT END
006780             SET WS-AUX-EOF TO TRUE
006790     END-READ.
006800 1410-EXIT.
006810     EXIT.
006820
006830 1420-GUARDA-TASA-PLAN.
006840     IF PL-TASA NOT NUMERIC
006850         GO TO 1420-SIGUE
006860     END-IF.
006870     IF PL-ID = WS-PLN-ID-ANT AND PL-TASA = WS-PLN-TASA-ANT
006880         GO TO 1420-SIGUE
006890     END-IF.
006900     IF WS-TVA-TALLY >= 99999
006910         DISPLAY "DEVENGO: TABLA DE TASAS DEL PLAN LLENA, SE "
006920             "IGNORA " PL-ID
006930         GO TO 1420-SIGUE
006940     END-IF.
006950     ADD 1 TO WS-TVA-TALLY.
006960     MOVE PL-ID   TO WS-TVA-ID (WS-TVA-TALLY).
006970     MOVE PL-TASA TO WS-TVA-TASA (WS-TVA-TALLY).
006980     IF PL-ID = WS-PLN-ID-ANT
006990         MOVE WS-PLN-FECHA-ANT TO WS-TVA-DESDE (WS-TVA-TALLY)
007000     ELSE
007010         MOVE ZERO TO WS-TVA-DESDE (WS-TVA-TALLY)
007020     END-IF.
007030 1420-SIGUE.
007040     IF PL-TASA NUMERIC
007050         MOVE PL-ID    TO WS-PLN-ID-ANT
007060         MOVE PL-FECHA TO WS-PLN-FECHA-ANT
007070         MOVE PL-TASA  TO WS-PLN-TASA-ANT
007080     END-IF.
007090     PERFORM 1410-LEE-PLAN THRU 1410-EXIT.
007100 1420-EXIT.
007110     EXIT.
007120
007130*-----------------------------------------------------------
007140* 2000-PROCESA-PRESTAMO
007150* DEVENGA UN PRESTAMO DESDE SU ULTIMO DEVENGO HASTA LA
007160* FECHA TOPE, POR TRAMOS QUE NO CRUZAN FIN DE MES PARA QUE
007170* CADA DIA QUEDE EN EL MES AL QUE PERTENECE.
007180*-----------------------------------------------------------
007190 2000-PROCESA-PRESTAMO.
007200     ADD 1 TO WS-REC-COUNT.
007210     PERFORM 2100-VALIDA-PRESTAMO THRU 2100-EXIT.
007220     IF WS-PRESTAMO-INVALIDO
007230         ADD 1 TO WS-INV-COUNT
007240         DISPLAY "DEVENGO: " PI-ID " NO SE DEVENGA, "
007250             WS-CAUSA
007260         PERFORM 2250-MARCA-VISTO THRU 2250-EXIT
007270         GO TO 2000-SIGUE
007280     END-IF.
007290     PERFORM 2200-UBICA-ACUMULADO THRU 2200-EXIT.
007300     PERFORM 2300-UBICA-CARTERA THRU 2300-EXIT.
007310     PERFORM 2400-DEVENGA-TRAMO THRU 2400-EXIT
007320         UNTIL WS-ACU-ULT-FECHA (WS-ACU-POS) >= WS-FECHA-TOPE.
007330 2000-SIGUE.
007340     PERFORM 2900-READ-PRESTAMO THRU 2900-EXIT.
007350 2000-EXIT.
007360     EXIT.
007370
007380*-----------------------------------------------------------
007390* 2100-VALIDA-PRESTAMO
007400* LAS MISMAS REGLAS DE FECHAS Y BASE QUE APLICA PRESTAMOS;
007410* EL PRESTAMO QUE PRESTAMOS RECHAZA TAMPOCO SE DEVENGA; EL
007420* DE TASA VARIABLE SIN PLAN (RECHAZADO POR FALTA DE TASA DEL
007430* INDICE, POR EJEMPLO) TAMPOCO.
007440*-----------------------------------------------------------
007450 2100-VALIDA-PRESTAMO.
007460     SET WS-PRESTAMO-VALIDO TO TRUE.
007470     COMPUTE WS-TEST-RC =
007480         FUNCTION TEST-DATE-YYYYMMDD (PI-FECH-INI).
007490     IF WS-TEST-RC NOT = ZERO
007500         SET WS-PRESTAMO-INVALIDO TO TRUE
007510         MOVE "FECHA INICIAL NO VALIDA" TO WS-CAUSA
007520         GO TO 2100-EXIT
007530     END-IF.
007540     COMPUTE WS-TEST-RC =
007550         FUNCTION TEST-DATE-YYYYMMDD (PI-FECH-FIN).
007560     IF WS-TEST-RC NOT = ZERO
007570         SET WS-PRESTAMO-INVALIDO TO TRUE
007580         MOVE "FECHA FINAL NO VALIDA" TO WS-CAUSA
007590         GO TO 2100-EXIT
007600     END-IF.
007610     IF PI-FECH-FIN < PI-FECH-INI
007620         SET WS-PRESTAMO-INVALIDO TO TRUE
007630         MOVE "VENCIMIENTO ANTES DE INICIO" TO WS-CAUSA
007640         GO TO 2100-EXIT
007650     END-IF.
007660     EVALUATE TRUE
007670         WHEN PI-BASE-ACT-365
007680             MOVE 365 TO WS-BASE-DIV
007690         WHEN PI-BASE-30-360
007700         WHEN PI-BASE-ACT-360
007710             MOVE 360 TO WS-BASE-DIV
007720         WHEN OTHER
007730             SET WS-PRESTAMO-INVALIDO TO TRUE
007740             MOVE "BASE DE DIAS DESCONOCIDA" TO WS-CAUSA
007750     END-EVALUATE.
007760     IF WS-PRESTAMO-VALIDO AND PI-INDICE NOT = SPACE
007770         MOVE ZERO TO WS-FECHA-DE
007780         PERFORM 2450-TASA-VIGENTE THRU 2450-EXIT
007790         IF NOT WS-FOUND
007800             SET WS-PRESTAMO-INVALIDO TO TRUE
007810             MOVE "TASA VARIABLE SIN PLAN" TO WS-CAUSA
007820         END-IF
007830     END-IF.
007840 2100-EXIT.
007850     EXIT.
007860
007870*-----------------------------------------------------------
007880* 2150-CUENTA-DIAS
007890* DIAS ENTRE WS-FECHA-DE Y WS-FECHA-A SEGUN LA BASE DEL
007900* PRESTAMO, CON LA MISMA REGLA 30/360 QUE PRESTAMOS.
007910*-----------------------------------------------------------
007920 2150-CUENTA-DIAS.
007930     IF PI-BASE-30-360
007940         MOVE WS-FECHA-DE TO WS-FECHA-DE-N
007950         MOVE WS-FECHA-A  TO WS-FECHA-A-N
007960         MOVE WDE-DIA TO WS-D1-AJ
007970         IF WS-D1-AJ > 30
007980             MOVE 30 TO WS-D1-AJ
007990         END-IF
008000         MOVE WA-DIA TO WS-D2-AJ
008010         IF WS-D2-AJ = 31 AND WS-D1-AJ = 30
008020             MOVE 30 TO WS-D2-AJ
008030         END-IF
008040         COMPUTE WS-DIAS-PER =
008050             (WA-ANO - WDE-ANO) * 360
008060             + (WA-MES - WDE-MES) * 30
008070             + WS-D2-AJ - WS-D1-AJ
008080     ELSE
008090         COMPUTE WS-START-INT =
008100             FUNCTION INTEGER-OF-DATE (WS-FECHA-DE)
008110         COMPUTE WS-END-INT =
008120             FUNCTION INTEGER-OF-DATE (WS-FECHA-A)
008130         COMPUTE WS-DIAS-PER = WS-END-INT - WS-START-INT
008140     END-IF.
008150     IF WS-DIAS-PER < ZERO
008160         MOVE ZERO TO WS-DIAS-PER
008170     END-IF.
008180 2150-EXIT.
008190     EXIT.
008200
008210*-----------------------------------------------------------
008220* 2200-UBICA-ACUMULADO
008230* BUSCA EL ACUMULADO DEL PRESTAMO O LO DA DE ALTA: UN
008240* PRESTAMO NUEVO DEVENGA DESDE SU DISPOSICION O DESDE EL FIN
008250* DEL MES ANTERIOR, LO QUE SEA MAS RECIENTE.
008260*-----------------------------------------------------------
008270 2200-UBICA-ACUMULADO.
008280     MOVE "N" TO WS-FOUND-SW.
008290     MOVE ZERO TO WS-ACU-IDX WS-ACU-POS.
008300     PERFORM 2210-COMPARA-ACUMULADO THRU 2210-EXIT
008310         UNTIL WS-FOUND OR WS-ACU-IDX >= WS-ACU-TALLY.
008320     IF WS-FOUND
008330         MOVE PI-CAL TO WS-ACU-CAL (WS-ACU-POS)
008340         MOVE "S" TO WS-ACU-VISTO (WS-ACU-POS)
008350         GO TO 2200-EXIT
008360     END-IF.
008370     IF WS-ACU-TALLY >= 5000
008380         DISPLAY "DEVENGO: TABLA DE ACUMULADOS LLENA, NO "
008390             "CABE " PI-ID
008400         GO TO 9999-ABEND
008410     END-IF.
008420     ADD 1 TO WS-ACU-TALLY.
008430     MOVE WS-ACU-TALLY TO WS-ACU-POS.
008440     MOVE PI-ID TO WS-ACU-ID (WS-ACU-POS).
008450     MOVE PI-CAL TO WS-ACU-CAL (WS-ACU-POS).
008460     MOVE "S" TO WS-ACU-VISTO (WS-ACU-POS).
008470     COMPUTE WS-ROLL-INT =
008480         FUNCTION INTEGER-OF-DATE (WS-INICIO-MES) - 1.
008490     MOVE FUNCTION DATE-OF-INTEGER (WS-ROLL-INT)
008500         TO WS-ACU-ULT-FECHA (WS-ACU-POS).
008510     IF PI-FECH-INI > WS-ACU-ULT-FECHA (WS-ACU-POS)
008520         MOVE PI-FECH-INI TO WS-ACU-ULT-FECHA (WS-ACU-POS)
008530     END-IF.
008540     MOVE WS-MES-PROC TO WS-ACU-MES (WS-ACU-POS).
008550     MOVE ZERO TO WS-ACU-IMPORTE (WS-ACU-POS)
008560         WS-ACU-POR-REV (WS-ACU-POS)
008570         WS-ACU-MES-REV (WS-ACU-POS).
008580 2200-EXIT.
008590     EXIT.
008600
008610 2210-COMPARA-ACUMULADO.
008620     ADD 1 TO WS-ACU-IDX.
008630     IF WS-ACU-ID (WS-ACU-IDX) = PI-ID
008640         SET WS-FOUND TO TRUE
008650         MOVE WS-ACU-IDX TO WS-ACU-POS
008660     END-IF.
008670 2210-EXIT.
008680     EXIT.
008690
008700*-----------------------------------------------------------
008710* 2250-MARCA-VISTO
008720* EL PRESTAMO QUE HOY NO SE DEVENGA POR INVALIDO SIGUE EN
008730* PRESTAMOS-IN: SU ACUMULADO, SI LO TIENE, NO SE DA DE BAJA.
008740*-----------------------------------------------------------
008750 2250-MARCA-VISTO.
008760     MOVE "N" TO WS-FOUND-SW.
008770     MOVE ZERO TO WS-ACU-IDX WS-ACU-POS.
008780     PERFORM 2210-COMPARA-ACUMULADO THRU 2210-EXIT
008790         UNTIL WS-FOUND OR WS-ACU-IDX >= WS-ACU-TALLY.
008800     IF WS-FOUND
008810         MOVE "S" TO WS-ACU-VISTO (WS-ACU-POS)
008820     END-IF.
008830 2250-EXIT.
008840     EXIT.
008850
008860*-----------------------------------------------------------
008870* 2300-UBICA-CARTERA
008880* SALDO SOBRE EL QUE SE DEVENGA Y FECHA TOPE DEL DEVENGO.
008890* EL PRESTAMO LIQUIDADO DEVENGA SOLO HASTA SU ULTIMO PAGO.
008900*-----------------------------------------------------------
008910 2300-UBICA-CARTERA.
008920     MOVE PI-CAPITAL TO WS-SALDO.
008930     MOVE WS-FECHA-PROC TO WS-FECHA-TOPE.
008940     IF PI-FECH-FIN < WS-FECHA-TOPE
008950         MOVE PI-FECH-FIN TO WS-FECHA-TOPE
008960     END-IF.
008970     MOVE "N" TO WS-FOUND-SW.
008980     MOVE ZERO TO WS-CAR-IDX WS-CAR-POS.
008990     PERFORM 2310-COMPARA-CARTERA THRU 2310-EXIT
009000         UNTIL WS-FOUND OR WS-CAR-IDX >= WS-CAR-TALLY.
009010     IF NOT WS-FOUND
009020         GO TO 2300-EXIT
009030     END-IF.
009040     MOVE WS-CAR-SALDO (WS-CAR-POS) TO WS-SALDO.
009050     IF WS-CAR-ESTADO (WS-CAR-POS) = "L"
009060         AND WS-CAR-ULT-PAGO (WS-CAR-POS) < WS-FECHA-TOPE
009070         MOVE WS-CAR-ULT-PAGO (WS-CAR-POS) TO WS-FECHA-TOPE
009080     END-IF.
009090 2300-EXIT.
009100     EXIT.
009110
009120 2310-COMPARA-CARTERA.
009130     ADD 1 TO WS-CAR-IDX.
009140     IF WS-CAR-ID (WS-CAR-IDX) = PI-ID
009150         SET WS-FOUND TO TRUE
009160         MOVE WS-CAR-IDX TO WS-CAR-POS
009170     END-IF.
009180 2310-EXIT.
009190     EXIT.
009200
009210*-----------------------------------------------------------
009220* 2400-DEVENGA-TRAMO
009230* UN TRAMO VA DEL ULTIMO DIA DEVENGADO AL FIN DE ESE MES O A
009240* LA FECHA TOPE, LO QUE LLEGUE PRIMERO. SI EL TRAMO ES DE UN
009250* MES NUEVO, LO ACUMULADO DEL MES ANTERIOR PASA A ESPERAR SU
009260* REVERSA.
009270*-----------------------------------------------------------
009280 2400-DEVENGA-TRAMO.
009290     COMPUTE WS-ROLL-INT = FUNCTION INTEGER-OF-DATE
009300         (WS-ACU-ULT-FECHA (WS-ACU-POS)) + 1.
009310     MOVE FUNCTION DATE-OF-INTEGER (WS-ROLL-INT)
009320         TO WS-FECHA-MES-N.
009330     COMPUTE WS-MES-TRAMO = WS-FECHA-MES-N / 100.
009340     IF WFM-MES = 12
009350         ADD 1 TO WFM-ANO
009360         MOVE 01 TO WFM-MES
009370     ELSE
009380         ADD 1 TO WFM-MES
009390     END-IF.
009400     MOVE 01 TO WFM-DIA.
009410     COMPUTE WS-ROLL-INT =
009420         FUNCTION INTEGER-OF-DATE (WS-FECHA-MES-N) - 1.
009430     MOVE FUNCTION DATE-OF-INTEGER (WS-ROLL-INT)
009440         TO WS-FECHA-TRAMO.
009450     IF WS-FECHA-TRAMO > WS-FECHA-TOPE
009460         MOVE WS-FECHA-TOPE TO WS-FECHA-TRAMO
009470     END-IF.
009480     MOVE PI-TASA TO WS-TASA-DEV.
009490     IF PI-INDICE NOT = SPACE
009500         MOVE WS-ACU-ULT-FECHA (WS-ACU-POS) TO WS-FECHA-DE
009510         PERFORM 2450-TASA-VIGENTE THRU 2450-EXIT
009520         IF WS-FECHA-CAMBIO < WS-FECHA-TRAMO
009530             MOVE WS-FECHA-CAMBIO TO WS-FECHA-TRAMO
009540         END-IF
009550     END-IF.
009560
009570     IF WS-MES-TRAMO > WS-ACU-MES (WS-ACU-POS)
009580         PERFORM 2600-CIERRA-MES THRU 2600-EXIT
009590         MOVE WS-MES-TRAMO TO WS-ACU-MES (WS-ACU-POS)
009600     END-IF.
009610
009620     MOVE WS-ACU-ULT-FECHA (WS-ACU-POS) TO WS-FECHA-DE.
009630     MOVE WS-FECHA-TRAMO TO WS-FECHA-A.
009640     PERFORM 2150-CUENTA-DIAS THRU 2150-EXIT.
009650     COMPUTE WS-INTERES ROUNDED =
009660         WS-SALDO * WS-TASA-DEV * WS-DIAS-PER
009670         / 100 / WS-BASE-DIV.
009680     ADD WS-INTERES TO WS-ACU-IMPORTE (WS-ACU-POS).
009690     MOVE WS-FECHA-TRAMO TO WS-ACU-ULT-FECHA (WS-ACU-POS).
009700     IF WS-INTERES > ZERO
009710         MOVE "D"        TO WS-TIPO-GL
009720         MOVE PI-CAL     TO WS-CAL-GL
009730         MOVE WS-INTERES TO WS-IMPORTE-GL
009740         PERFORM 2500-ACUMULA-GL THRU 2500-EXIT
009750         ADD 1 TO WS-DEV-COUNT
009760     END-IF.
009770 2400-EXIT.
009780     EXIT.
009790
009800*-----------------------------------------------------------
009810* 2450-TASA-VIGENTE
009820* DEJA EN WS-TASA-DEV LA TASA DEL PLAN QUE RIGE EN
009830* WS-FECHA-DE Y EN WS-FECHA-CAMBIO EL SIGUIENTE CAMBIO DE
009840* TASA (99999999 SI YA NO HAY). WS-FOUND INDICA SI EL
009850* PRESTAMO TIENE TASAS EN EL PLAN.
009860*-----------------------------------------------------------
009870 2450-TASA-VIGENTE.
009880     MOVE "N" TO WS-FOUND-SW.
009890     MOVE 99999999 TO WS-FECHA-CAMBIO.
009900     MOVE ZERO TO WS-TVA-IDX.
009910     PERFORM 2460-COMPARA-TASA THRU 2460-EXIT
009920         WS-TVA-TALLY TIMES.
009930 2450-EXIT.
009940     EXIT.
009950
009960 2460-COMPARA-TASA.
009970     ADD 1 TO WS-TVA-IDX.
009980     IF WS-TVA-ID (WS-TVA-IDX) NOT = PI-ID
009990         GO TO 2460-EXIT
010000     END-IF.
010010     IF WS-TVA-DESDE (WS-TVA-IDX) NOT > WS-FECHA-DE
010020         SET WS-FOUND TO TRUE
010030         MOVE WS-TVA-TASA (WS-TVA-IDX) TO WS-TASA-DEV
010040     ELSE
010050         IF WS-TVA-DESDE (WS-TVA-IDX) < WS-FECHA-CAMBIO
010060             MOVE WS-TVA-DESDE (WS-TVA-IDX) TO WS-FECHA-CAMBIO
010070         END-IF
010080     END-IF.
010090 2460-EXIT.
010100     EXIT.
010110
010120*-----------------------------------------------------------
010130* 2500-ACUMULA-GL
010140* SUMA WS-IMPORTE-GL A LA PARTIDA DEL TIPO Y CALENDARIO.
010150*-----------------------------------------------------------
010160 2500-ACUMULA-GL.
010170     MOVE "N" TO WS-FOUND-SW.
010180     MOVE ZERO TO WS-GL-IDX WS-GL-POS.
010190     PERFORM 2510-COMPARA-GL THRU 2510-EXIT
010200         UNTIL WS-FOUND OR WS-GL-IDX >= WS-GL-TALLY.
010210     IF NOT WS-FOUND
010220         IF WS-GL-TALLY >= 60
010230             DISPLAY "DEVENGO: DEMASIADAS PARTIDAS EN EL LOTE."
010240             GO TO 9999-ABEND
010250         END-IF
010260         ADD 1 TO WS-GL-TALLY
010270         MOVE WS-GL-TALLY TO WS-GL-POS
010280         MOVE WS-TIPO-GL TO WS-GL-TIPO (WS-GL-POS)
010290         MOVE WS-CAL-GL  TO WS-GL-CAL (WS-GL-POS)
010300         MOVE ZERO       TO WS-GL-IMPORTE (WS-GL-POS)
010310     END-IF.
010320     ADD WS-IMPORTE-GL TO WS-GL-IMPORTE (WS-GL-POS).
010330 2500-EXIT.
010340     EXIT.
010350
010360 2510-COMPARA-GL.
010370     ADD 1 TO WS-GL-IDX.
010380     IF WS-GL-TIPO (WS-GL-IDX) = WS-TIPO-GL
010390         AND WS-GL-CAL (WS-GL-IDX) = WS-CAL-GL
010400         SET WS-FOUND TO TRUE
010410         MOVE WS-GL-IDX TO WS-GL-POS
010420     END-IF.
010430 2510-EXIT.
010440     EXIT.
010450
010460*-----------------------------------------------------------
010470* 2600-CIERRA-MES
010480* LO DEVENGADO EN EL MES DEL ACUMULADO QUEDA POR REVERTIR.
010490*-----------------------------------------------------------
010500 2600-CIERRA-MES.
010510     ADD WS-ACU-IMPORTE (WS-ACU-POS)
010520         TO WS-ACU-POR-REV (WS-ACU-POS).
010530     MOVE WS-ACU-MES (WS-ACU-POS) TO WS-ACU-MES-REV (WS-ACU-POS).
010540     MOVE ZERO TO WS-ACU-IMPORTE (WS-ACU-POS).
010550 2600-EXIT.
010560     EXIT.
010570
010580*-----------------------------------------------------------
010590* 2900-READ-PRESTAMO
010600*-----------------------------------------------------------
010610 2900-READ-PRESTAMO.
010620     READ PRESTAMOS-IN
010630         AT END
010640             SET WS-EOF TO TRUE
010650     END-READ.
010660 2900-EXIT.
010670     EXIT.
010680
010690*-----------------------------------------------------------
010700* 3000-REVERSAS
010710* RECORRE TODOS LOS ACUMULADOS (TAMBIEN LOS DE PRESTAMOS QUE
010720* YA VENCIERON O SALIERON DE PRESTAMOS-IN): CIERRA EL MES SI
010730* QUEDO ATRAS Y, SI HOY ES EL PRIMER DIA HABIL DEL MES O YA
010740* PASO, REVIERTE LO PENDIENTE DEL MES ANTERIOR.
010750*-----------------------------------------------------------
010760 3000-REVERSAS.
010770     MOVE ZERO TO WS-ACU-IDX.
010780     PERFORM 3100-REVERSA-UNO THRU 3100-EXIT
010790         WS-ACU-TALLY TIMES.
010800 3000-EXIT.
010810     EXIT.
010820
010830 3100-REVERSA-UNO.
010840     ADD 1 TO WS-ACU-IDX.
010850     MOVE WS-ACU-IDX TO WS-ACU-POS.
010860     IF WS-ACU-MES (WS-ACU-POS) < WS-MES-PROC
010870         PERFORM 2600-CIERRA-MES THRU 2600-EXIT
010880         MOVE WS-MES-PROC TO WS-ACU-MES (WS-ACU-POS)
010890     END-IF.
010900     IF WS-ACU-POR-REV (WS-ACU-POS) = ZERO
010910         GO TO 3100-EXIT
010920     END-IF.
010930     MOVE WS-ACU-CAL (WS-ACU-POS) TO WS-CAL-PRE.
010940     PERFORM 3200-PRIMER-HABIL THRU 3200-EXIT.
010950     IF WS-FECHA-PROC < WS-PRIMER-HABIL
010960         GO TO 3100-EXIT
010970     END-IF.
010980     MOVE "R"                           TO WS-TIPO-GL.
010990     MOVE WS-ACU-CAL (WS-ACU-POS)       TO WS-CAL-GL.
011000     MOVE WS-ACU-POR-REV (WS-ACU-POS)   TO WS-IMPORTE-GL.
011010     PERFORM 2500-ACUMULA-GL THRU 2500-EXIT.
011020     MOVE ZERO TO WS-ACU-POR-REV (WS-ACU-POS).
011030     ADD 1 TO WS-REV-COUNT.
011040 3100-EXIT.
011050     EXIT.
011060
011070*-----------------------------------------------------------
011080* 3200-PRIMER-HABIL
011090* PRIMER DIA DEL MES DE PROCESO QUE NO ES SABADO, DOMINGO
011100* NI FESTIVO DEL CALENDARIO WS-CAL-PRE.
011110*-----------------------------------------------------------
011120 3200-PRIMER-HABIL.
011130     COMPUTE WS-ROLL-INT =
011140         FUNCTION INTEGER-OF-DATE (WS-INICIO-MES).
011150     MOVE WS-INICIO-MES TO WS-WORK-DATE.
011160     PERFORM 3300-CHECA-DIA THRU 3300-EXIT.
011170     PERFORM 3210-AVANZA-DIA THRU 3210-EXIT
011180         UNTIL WS-DIA-HABIL.
011190     MOVE WS-WORK-DATE TO WS-PRIMER-HABIL.
011200 3200-EXIT.
011210     EXIT.
011220
011230 3210-AVANZA-DIA.
011240     ADD 1 TO WS-ROLL-INT.
011250     MOVE FUNCTION DATE-OF-INTEGER (WS-ROLL-INT)
011260         TO WS-WORK-DATE.
011270     PERFORM 3300-CHECA-DIA THRU 3300-EXIT.
011280 3210-EXIT.
011290     EXIT.
011300
011310*-----------------------------------------------------------
011320* 3300-CHECA-DIA
011330* MISMA REGLA QUE 3410-CHECA-DIA DE PRESTAMOS.
011340*-----------------------------------------------------------
011350 3300-CHECA-DIA.
011360     SET WS-DIA-HABIL TO TRUE.
011370     COMPUTE WS-DAY-NUM = FUNCTION MOD (WS-ROLL-INT, 7).
011380     IF WS-DAY-NUM = 0 OR WS-DAY-NUM = 6
011390         SET WS-DIA-NO-HABIL TO TRUE
011400         GO TO 3300-EXIT
011410     END-IF.
011420     MOVE "N" TO WS-FESTIVO-SW.
011430     MOVE ZERO TO WS-HOL-IDX.
011440     PERFORM 3310-BUSCA-FESTIVO THRU 3310-EXIT
011450         WS-HOL-TALLY TIMES.
011460     IF WS-FESTIVO
011470         SET WS-DIA-NO-HABIL TO TRUE
011480     END-IF.
011490 3300-EXIT.
011500     EXIT.
011510
011520 3310-BUSCA-FESTIVO.
011530     ADD 1 TO WS-HOL-IDX.
011540     IF WS-HOL-FECHA-E (WS-HOL-IDX) = WS-WORK-DATE
011550         IF WS-CAL-PRE = SPACE
011560             OR WS-HOL-CAL-E (WS-HOL-IDX) = SPACE
011570             OR WS-CAL-PRE = WS-HOL-CAL-E (WS-HOL-IDX) (1:2)
011580             OR WS-CAL-PRE = WS-HOL-CAL-E (WS-HOL-IDX) (3:2)
011590             SET WS-FESTIVO TO TRUE
011600         END-IF
011610     END-IF.
011620 3310-EXIT.
011630     EXIT.
011640
011650*-----------------------------------------------------------
011660* 4000-ARMA-LOTE
011670* ESCRIBE EL LOTE DE TRABAJO: ENCABEZADO, UN CARGO Y UN
011680* ABONO POR PARTIDA Y LA SUMARIA CON LO QUE SE ESCRIBIO.
011690*-----------------------------------------------------------
011700 4000-ARMA-LOTE.
011710     OPEN OUTPUT DEVENGO-GLT.
011720     IF WS-GLT-STATUS NOT = "00"
011730         DISPLAY "DEVENGO: NO SE PUDO ABRIR DEVENGO-GLT.DAT "
011740             WS-GLT-STATUS
011750         GO TO 9999-ABEND
011760     END-IF.
011770     MOVE ZERO TO WS-LOTE-PARTIDAS WS-LOTE-CARGOS
011780         WS-LOTE-ABONOS.
011790     MOVE SPACE TO GLT-RECORD.
011800     MOVE "H" TO GLT-TIPO.
011810     MOVE WS-FECHA-PROC TO GLT-HDR-FECHA.
011820     MOVE "DEVENGO " TO GLT-HDR-ORIGEN.
011830     WRITE GLT-RECORD.
011840
011850     MOVE ZERO TO WS-GL-IDX.
011860     PERFORM 4100-ESCRIBE-PAR THRU 4100-EXIT
011870         WS-GL-TALLY TIMES.
011880
011890     MOVE SPACE TO GLT-RECORD.
011900     MOVE "T" TO GLT-TIPO.
011910     MOVE WS-LOTE-PARTIDAS TO GLT-TRL-PARTIDAS.
011920     MOVE WS-LOTE-CARGOS   TO GLT-TRL-CARGOS.
011930     MOVE WS-LOTE-ABONOS   TO GLT-TRL-ABONOS.
011940     WRITE GLT-RECORD.
011950     CLOSE DEVENGO-GLT.
011960 4000-EXIT.
011970     EXIT.
011980
011990 4100-ESCRIBE-PAR.
012000     ADD 1 TO WS-GL-IDX.
012010     IF WS-GL-IMPORTE (WS-GL-IDX) = ZERO
012020         GO TO 4100-EXIT
012030     END-IF.
012040     MOVE SPACE TO GLT-RECORD.
012050     MOVE "D" TO GLT-TIPO.
012060     MOVE WS-FECHA-PROC TO GLT-DET-FECHA.
012070     MOVE WS-GL-CAL (WS-GL-IDX) TO GLT-DET-CAL.
012080     MOVE WS-GL-IMPORTE (WS-GL-IDX) TO GLT-DET-IMPORTE.
012090     IF WS-GL-TIPO (WS-GL-IDX) = "D"
012100         MOVE "DEVENGO DIARIO DE INTERESES" TO GLT-DET-CONCEPTO
012110         MOVE WS-CTA-POR-COBRAR TO GLT-DET-CUENTA
012120     ELSE
012130         MOVE "REVERSA DEVENGO MES ANTERIOR" TO GLT-DET-CONCEPTO
012140         MOVE WS-CTA-INGRESO TO GLT-DET-CUENTA
012150     END-IF.
012160     SET GLT-DET-CARGO TO TRUE.
012170     PERFORM 4200-ESCRIBE-PARTIDA THRU 4200-EXIT.
012180     IF WS-GL-TIPO (WS-GL-IDX) = "D"
012190         MOVE WS-CTA-INGRESO TO GLT-DET-CUENTA
012200     ELSE
012210         MOVE WS-CTA-POR-COBRAR TO GLT-DET-CUENTA
012220     END-IF.
012230     SET GLT-DET-ABONO TO TRUE.
012240     PERFORM 4200-ESCRIBE-PARTIDA THRU 4200-EXIT.
012250 4100-EXIT.
012260     EXIT.
012270
012280 4200-ESCRIBE-PARTIDA.
012290     WRITE GLT-RECORD.
012300     ADD 1 TO WS-LOTE-PARTIDAS.
012310     IF GLT-DET-CARGO
012320         ADD GLT-DET-IMPORTE TO WS-LOTE-CARGOS
012330     ELSE
012340         ADD GLT-DET-IMPORTE TO WS-LOTE-ABONOS
012350     END-IF.
012360 4200-EXIT.
012370     EXIT.
012380
012390*-----------------------------------------------------------
012400* 5000-VERIFICA-LOTE
012410* RELEE EL LOTE DE TRABAJO DE FORMA INDEPENDIENTE: DEBE
012420* TENER ENCABEZADO Y SUMARIA, LAS PARTIDAS Y TOTALES DEBEN
012430* COINCIDIR CON LA SUMARIA, Y CARGOS Y ABONOS DEBEN CUADRAR
012440* EN TOTAL Y POR CALENDARIO.
012450*-----------------------------------------------------------
012460 5000-VERIFICA-LOTE.
012470     SET WS-LOTE-CUADRADO TO TRUE.
012480     MOVE "N" TO WS-HDR-SW WS-TRL-SW WS-AUX-EOF-SW.
012490     MOVE ZERO TO WS-VER-PARTIDAS WS-VER-CARGOS WS-VER-ABONOS
012500         WS-BAL-TALLY.
012510     MOVE SPACE TO WS-CAUSA.
012520     OPEN INPUT DEVENGO-GLT.
012530     IF WS-GLT-STATUS NOT = "00"
012540         DISPLAY "DEVENGO: NO SE PUDO RELEER DEVENGO-GLT.DAT "
012550             WS-GLT-STATUS
012560         GO TO 9999-ABEND
012570     END-IF.
012580     PERFORM 5100-LEE-LOTE THRU 5100-EXIT.
012590     PERFORM 5200-REVISA-RENGLON THRU 5200-EXIT
012600         UNTIL WS-AUX-EOF.
012610     CLOSE DEVENGO-GLT.
012620
012630     IF WS-LOTE-CUADRADO AND NOT WS-HDR-VISTO
012640         SET WS-LOTE-DESCUADRADO TO TRUE
012650         MOVE "LOTE SIN ENCABEZADO" TO WS-CAUSA
012660     END-IF.
012670     IF WS-LOTE-CUADRADO AND NOT WS-TRL-VISTO
012680         SET WS-LOTE-DESCUADRADO TO TRUE
012690         MOVE "LOTE SIN SUMARIA" TO WS-CAUSA
012700     END-IF.
012710     IF WS-LOTE-CUADRADO AND WS-VER-CARGOS NOT = WS-VER-ABONOS
012720         SET WS-LOTE-DESCUADRADO TO TRUE
012730         MOVE "CARGOS DISTINTOS DE ABONOS" TO WS-CAUSA
012740     END-IF.
012750     IF WS-LOTE-CUADRADO
012760         MOVE ZERO TO WS-BAL-IDX
012770         PERFORM 5400-REVISA-CAL THRU 5400-EXIT
012780             WS-BAL-TALLY TIMES
012790     END-IF.
012800 5000-EXIT.
012810     EXIT.
012820
012830 5100-LEE-LOTE.
012840     READ DEVENGO-GLT
012850         AT END
012860             SET WS-AUX-EOF TO TRUE
012870     END-READ.
012880 5100-EXIT.
012890     EXIT.
012900
012910 5200-REVISA-RENGLON.
012920     EVALUATE TRUE
012930         WHEN GLT-ENCABEZADO
012940             SET WS-HDR-VISTO TO TRUE
012950         WHEN GLT-PARTIDA
012960             ADD 1 TO WS-VER-PARTIDAS
012970             PERFORM 5300-BALANCE-CAL THRU 5300-EXIT
012980         WHEN GLT-SUMARIA
012990             SET WS-TRL-VISTO TO TRUE
013000             IF GLT-TRL-PARTIDAS NOT = WS-VER-PARTIDAS
013010                 OR GLT-TRL-CARGOS NOT = WS-VER-CARGOS
013020                 OR GLT-TRL-ABONOS NOT = WS-VER-ABONOS
013030                 SET WS-LOTE-DESCUADRADO TO TRUE
013040                 MOVE "SUMARIA NO COINCIDE CON LAS PARTIDAS"
013050                     TO WS-CAUSA
013060             END-IF
013070         WHEN OTHER
013080             SET WS-LOTE-DESCUADRADO TO TRUE
013090             MOVE "RENGLON DE TIPO DESCONOCIDO" TO WS-CAUSA
013100     END-EVALUATE.
013110     PERFORM 5100-LEE-LOTE THRU 5100-EXIT.
013120 5200-EXIT.
013130     EXIT.
013140
013150 5300-BALANCE-CAL.
013160     MOVE "N" TO WS-FOUND-SW.
013170     MOVE ZERO TO WS-BAL-IDX WS-BAL-POS.
013180     PERFORM 5310-COMPARA-CAL THRU 5310-EXIT
013190         UNTIL WS-FOUND OR WS-BAL-IDX >= WS-BAL-TALLY.
013200     IF NOT WS-FOUND
013210         IF WS-BAL-TALLY >= 60
013220             SET WS-LOTE-DESCUADRADO TO TRUE
013230             MOVE "DEMASIADOS CALENDARIOS EN EL LOTE"
013240                 TO WS-CAUSA
013250             GO TO 5300-EXIT
013260         END-IF
013270         ADD 1 TO WS-BAL-TALLY
013280         MOVE WS-BAL-TALLY TO WS-BAL-POS
013290         MOVE GLT-DET-CAL TO WS-BAL-CAL (WS-BAL-POS)
013300         MOVE ZERO TO WS-BAL-CARGOS (WS-BAL-POS)
013310             WS-BAL-ABONOS (WS-BAL-POS)
013320     END-IF.
013330     EVALUATE TRUE
013340         WHEN GLT-DET-CARGO
013350             ADD GLT-DET-IMPORTE TO WS-VER-CARGOS
013360                 WS-BAL-CARGOS (WS-BAL-POS)
013370         WHEN GLT-DET-ABONO
013380             ADD GLT-DET-IMPORTE TO WS-VER-ABONOS
013390                 WS-BAL-ABONOS (WS-BAL-POS)
013400         WHEN OTHER
013410             SET WS-LOTE-DESCUADRADO TO TRUE
013420             MOVE "PARTIDA SIN NATURALEZA" TO WS-CAUSA
013430     END-EVALUATE.
013440 5300-EXIT.
013450     EXIT.
013460
013470 5310-COMPARA-CAL.
013480     ADD 1 TO WS-BAL-IDX.
013490     IF WS-BAL-CAL (WS-BAL-IDX) = GLT-DET-CAL
013500         SET WS-FOUND TO TRUE
013510         MOVE WS-BAL-IDX TO WS-BAL-POS
013520     END-IF.
013530 5310-EXIT.
013540     EXIT.
013550
013560 5400-REVISA-CAL.
013570     ADD 1 TO WS-BAL-IDX.
013580     IF WS-BAL-CARGOS (WS-BAL-IDX)
013590         NOT = WS-BAL-ABONOS (WS-BAL-IDX)
013600         SET WS-LOTE-DESCUADRADO TO TRUE
013610         MOVE SPACE TO WS-CAUSA
013620         STRING "DESCUADRE EN CALENDARIO " DELIMITED BY SIZE
013630             WS-BAL-CAL (WS-BAL-IDX) DELIMITED BY SIZE
013640             INTO WS-CAUSA
013650     END-IF.
013660 5400-EXIT.
013670     EXIT.
013680
013690*-----------------------------------------------------------
013700* 5500-REVISA-LIBERADO
013710* SI DEVENGO-GL.DAT YA TIENE EL LOTE DE LA FECHA DE PROCESO
013720* ES UNA CORRIDA REPETIDA DEL DIA: UN LOTE SIN PARTIDAS NO SE
013730* LIBERA, PARA NO BORRAR EL QUE CONTABILIDAD DEBE TOMAR, Y
013740* UNO CON PARTIDAS SE NIEGA. EL LOTE DE OTRO DIA SE REEMPLAZA
013750* SIEMPRE, AUNQUE EL DE HOY NO TENGA PARTIDAS, PARA QUE EL DE
013760* AYER NO SE TOME DOS VECES.
013770*-----------------------------------------------------------
013780 5500-REVISA-LIBERADO.
013790     SET WS-SE-LIBERA TO TRUE.
013800     OPEN INPUT DEVENGO-GL.
013810     IF WS-GL-STATUS NOT = "00"
013820         GO TO 5500-EXIT
013830     END-IF.
013840     READ DEVENGO-GL
013850         AT END
013860             MOVE SPACE TO GL-RECORD
013870     END-READ.
013880     IF GL-HDR-TIPO = "H"
013890         AND GL-HDR-FECHA = WS-FECHA-PROC
013900         IF WS-LOTE-PARTIDAS = ZERO
013910             SET WS-LOTE-VACIO-HOY TO TRUE
013920         ELSE
013930             SET WS-YA-LIBERADO TO TRUE
013940         END-IF
013950     END-IF.
013960     CLOSE DEVENGO-GL.
013970 5500-EXIT.
013980     EXIT.
013990
014000*-----------------------------------------------------------
014010* 6000-LIBERA-LOTE
014020* COPIA EL LOTE YA VERIFICADO A DEVENGO-GL.DAT.
014030*-----------------------------------------------------------
014040 6000-LIBERA-LOTE.
014050     OPEN INPUT DEVENGO-GLT.
014060     IF WS-GLT-STATUS NOT = "00"
014070         DISPLAY "DEVENGO: NO SE PUDO RELEER DEVENGO-GLT.DAT "
014080             WS-GLT-STATUS
014090         GO TO 9999-ABEND
014100     END-IF.
014110     OPEN OUTPUT DEVENGO-GL.
014120     IF WS-GL-STATUS NOT = "00"
014130         DISPLAY "DEVENGO: NO SE PUDO ABRIR DEVENGO-GL.DAT "
014140             WS-GL-STATUS
014150         GO TO 9999-ABEND
014160     END-IF.
014170     MOVE "N" TO WS-AUX-EOF-SW.
014180     PERFORM 5100-LEE-LOTE THRU 5100-EXIT.
014190     PERFORM 6100-COPIA-RENGLON THRU 6100-EXIT
014200         UNTIL WS-AUX-EOF.
014210     CLOSE DEVENGO-GLT.
014220     CLOSE DEVENGO-GL.
014230 6000-EXIT.
014240     EXIT.
014250
014260 6100-COPIA-RENGLON.
014270     WRITE GL-RECORD FROM GLT-RECORD.
014280     PERFORM 5100-LEE-LOTE THRU 5100-EXIT.
014290 6100-EXIT.
014300     EXIT.
014310
014320*-----------------------------------------------------------
014330* 7000-GRABA-ACUMULADOS
014340* REESCRIBE DEVENGO-ACU.DAT CON EL DEVENGO DE HOY. SOLO SE
014350* LLEGA AQUI CON EL LOTE LIBERADO (O SIN PARTIDAS). EL
014360* ACUMULADO DEL PRESTAMO QUE NO VINO EN PRESTAMOS-IN Y QUE
014370* NO TIENE NADA DEVENGADO EN EL MES NI POR REVERTIR SE DA DE
014380* BAJA; SI EL PRESTAMO VOLVIERA, 2200-UBICA-ACUMULADO LO DA
014390* DE ALTA DESDE EL INICIO DEL MES.
014400*-----------------------------------------------------------
014410 7000-GRABA-ACUMULADOS.
014420     OPEN OUTPUT DEVENGO-ACU.
014430     IF WS-ACU-STATUS NOT = "00"
014440         DISPLAY "DEVENGO: NO SE PUDO ABRIR DEVENGO-ACU.DAT "
014450             WS-ACU-STATUS
014460         GO TO 9999-ABEND
014470     END-IF.
014480     MOVE ZERO TO WS-ACU-IDX.
014490     PERFORM 7100-GRABA-UNO THRU 7100-EXIT
014500         WS-ACU-TALLY TIMES.
014510     CLOSE DEVENGO-ACU.
014520 7000-EXIT.
014530     EXIT.
014540
014550 7100-GRABA-UNO.
014560     ADD 1 TO WS-ACU-IDX.
014570     IF WS-ACU-VISTO (WS-ACU-IDX) = "N"
014580         AND WS-ACU-IMPORTE (WS-ACU-IDX) = ZERO
014590         AND WS-ACU-POR-REV (WS-ACU-IDX) = ZERO
014600         ADD 1 TO WS-BAJA-COUNT
014610         GO TO 7100-EXIT
014620     END-IF.
014630     MOVE SPACE TO ACU-RECORD.
014640     MOVE WS-ACU-ID (WS-ACU-IDX)        TO ACU-ID.
014650     MOVE WS-ACU-CAL (WS-ACU-IDX)       TO ACU-CAL.
014660     MOVE WS-ACU-ULT-FECHA (WS-ACU-IDX) TO ACU-ULT-FECHA.
014670     MOVE WS-ACU-MES (WS-ACU-IDX)       TO ACU-MES.
014680     MOVE WS-ACU-IMPORTE (WS-ACU-IDX)   TO ACU-IMPORTE.
014690     MOVE WS-ACU-POR-REV (WS-ACU-IDX)   TO ACU-POR-REV.
014700     MOVE WS-ACU-MES-REV (WS-ACU-IDX)   TO ACU-MES-REV.
014710     WRITE ACU-RECORD.
014720 7100-EXIT.
014730     EXIT.
014740
014750*-----------------------------------------------------------
014760* 8000-TERMINATE
014770* CIERRA Y REPORTA. UN LOTE DESCUADRADO TERMINA CON
014780* RETURN-CODE 12 (LOTE RECHAZADO, IGUAL QUE FECHAS CON UN
014790* ARCHIVO DE CONTROL QUE NO CUADRA), Y TAMBIEN UN LOTE CON
014800* PARTIDAS PARA UN DIA YA LIBERADO; UN PRESTAMO QUE NO SE
014810* PUDO DEVENGAR DEJA RETURN-CODE 4.
014820*-----------------------------------------------------------
014830 8000-TERMINATE.
014840     CLOSE PRESTAMOS-IN.
014850     DISPLAY "DEVENGO: PRESTAMOS LEIDOS:     " WS-REC-COUNT.
014860     DISPLAY "DEVENGO: TRAMOS DEVENGADOS:    " WS-DEV-COUNT.
014870     DISPLAY "DEVENGO: PRESTAMOS NO VALIDOS: " WS-INV-COUNT.
014880     DISPLAY "DEVENGO: REVERSAS DE MES:      " WS-REV-COUNT.
014890     DISPLAY "DEVENGO: ACUMULADOS DE BAJA:   " WS-BAJA-COUNT.
014900     DISPLAY "DEVENGO: PARTIDAS DEL LOTE:    " WS-LOTE-PARTIDAS.
014910     MOVE WS-LOTE-CARGOS TO WS-IMP-ED.
014920     DISPLAY "DEVENGO: TOTAL CARGOS:  " WS-IMP-ED.
014930     MOVE WS-LOTE-ABONOS TO WS-IMP-ED.
014940     DISPLAY "DEVENGO: TOTAL ABONOS:  " WS-IMP-ED.
014950     IF WS-LOTE-DESCUADRADO
014960         DISPLAY "DEVENGO: LOTE DESCUADRADO, " WS-CAUSA
014970         DISPLAY "DEVENGO: NO SE LIBERA DEVENGO-GL.DAT NI SE "
014980             "ACTUALIZA DEVENGO-ACU.DAT."
014990         MOVE 12 TO RETURN-CODE
015000         GO TO 8000-EXIT
015010     END-IF.
015020     IF WS-YA-LIBERADO
015030         DISPLAY "DEVENGO: DEVENGO-GL.DAT YA TIENE EL LOTE "
015040             "LIBERADO DEL " WS-FECHA-PROC ", NO SE REEMPLAZA."
015050         DISPLAY "DEVENGO: NO SE ACTUALIZA DEVENGO-ACU.DAT; LAS "
015060             "PARTIDAS QUEDAN PARA LA PROXIMA FECHA."
015070         MOVE 12 TO RETURN-CODE
015080         GO TO 8000-EXIT
015090     END-IF.
015100     IF WS-LOTE-VACIO-HOY
015110         DISPLAY "DEVENGO: LOTE SIN PARTIDAS; DEVENGO-GL.DAT "
015120             "CONSERVA EL LOTE DEL " WS-FECHA-PROC "."
015130     ELSE
015140         DISPLAY "DEVENGO: LOTE CUADRADO, LIBERADO EN "
015150             "DEVENGO-GL.DAT."
015160     END-IF.
015170     IF WS-INV-COUNT > ZERO
015180         MOVE 4 TO RETURN-CODE
015190     ELSE
015200         MOVE ZERO TO RETURN-CODE
015210     END-IF.
015220 8000-EXIT.
015230     EXIT.
015240
015250*-----------------------------------------------------------
015260* 9999-ABEND
015270* TERMINACION ANORMAL POR ERROR DE ARCHIVO.
015280*-----------------------------------------------------------
015290 9999-ABEND.
015300     DISPLAY "DEVENGO: TERMINACION ANORMAL.".
015310     MOVE 16 TO RETURN-CODE.
015320     GOBACK.
015330
015340 END PROGRAM DEVENGO.
