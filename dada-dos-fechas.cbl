000790*                   SE RECHAZA COMPLETO. UN ARCHIVO SIN
000800*                   ENCABEZADO ES DE ANTES DE LOS CONTROLES
000810*                   Y SE PROCESA COMO SIEMPRE.
000820* 2026-10-15  JA    LA FECHA QUE SE EXIGE EN EL ENCABEZADO Y
000830*                   LA DE LAS MARCAS DE FECHAS-LOG ES LA
000840*                   FECHA DE NEGOCIO DE FECHA-NEG.DAT (VIA
000850*                   FECNEG), NO LA DEL RELOJ; UNA CORRIDA
000860*                   QUE PASA DE MEDIANOCHE SIGUE EN SU DIA
000870*                   DE NEGOCIO. SIN FECHA-NEG.DAT SE USA LA
000880*                   DEL SISTEMA, CON AVISO.
000890* 2026-10-15  JA    CADA RECHAZO LLEVA AL FINAL LA FECHA DE
000900*                   NEGOCIO DE LA CORRIDA, PARA QUE EL
000910*                   INVENTARIO DE RECHAZOS LO IDENTIFIQUE
000920*                   POR FECHA Y NUMERO DE REGISTRO. EN UN
000930*                   REPROCESO, EL RECHAZO CONSERVA EL NUMERO
000940*                   DE REGISTRO Y LA FECHA ORIGINALES QUE
000950*                   TRAE EL RENGLON DE FECHAS-RSB.
000960*-----------------------------------------------------------
000970
000980 ENVIRONMENT DIVISION.
000990 CONFIGURATION SECTION.
001000 SOURCE-COMPUTER. GENERICO.
001010 OBJECT-COMPUTER. GENERICO.
001020
001030 INPUT-OUTPUT SECTION.
001040 FILE-CONTROL.
001050     SELECT FECHAS-IN ASSIGN TO "FECHAS-IN.DAT"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-IN-STATUS.
001080
001090     SELECT FECHAS-OUT ASSIGN TO "FECHAS-OUT.DAT"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-OUT-STATUS.
001120
001130     SELECT FECHAS-HOL ASSIGN TO "FECHAS-HOL.DAT"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-HOL-STATUS.
001160
001170     SELECT FECHAS-LOG ASSIGN TO "FECHAS-LOG.DAT"
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-LOG-STATUS.
001200
001210     SELECT FECHAS-CKP ASSIGN TO "FECHAS-CKP.DAT"
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WS-CKP-STATUS.
001240
001250     SELECT FECHAS-REJ ASSIGN TO "FECHAS-REJ.DAT"
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS WS-REJ-STATUS.
001280
001290     SELECT FECHAS-RSB ASSIGN TO "FECHAS-RSB.DAT"
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS WS-RSB-STATUS.
001320
001330     SELECT FECHAS-PRM ASSIGN TO "FECHAS-PRM.DAT"
001340         ORGANIZATION IS LINE SEQUENTIAL
001350         FILE STATUS IS WS-PRM-STATUS.
001360
001370     SELECT FECHAS-MST ASSIGN TO "FECHAS-MST.DAT"
001380         ORGANIZATION IS LINE SEQUENTIAL
001390         FILE STATUS IS WS-MST-STATUS.
001400
001410     SELECT FECHAS-MCT ASSIGN TO "FECHAS-MCT.DAT"
001420         ORGANIZATION IS LINE SEQUENTIAL
001430         FILE STATUS IS WS-MCT-STATUS.
001440
001450 DATA DIVISION.
001460 FILE SECTION.
001470*-----------------------------------------------------------
001480* FI-RECORD: UN RENGLON DE 19 POSICIONES.
001490*   POS 01    FI-MODE    "1" = DIFERENCIA FI-FECH1/FI-FECH2,
001500*                        "2" = FI-FECH1 MAS UN OFFSET DE DIAS,
001510*                        "3" = FI-FECH1 MAS UN OFFSET DE DIAS
001520*                              HABILES DEL CALENDARIO FI-CAL.
001530*   POS 02-09 FI-FECH1   FECHA DE INICIO, AAAAMMDD, TODOS LOS
001540*                        MODOS.
001550*   POS 10-17 FI-FECH2-DATA, INTERPRETADO SEGUN FI-MODE:
001560*                MODO "1": FI-FECH2  FECHA FINAL, AAAAMMDD.
001570*                MODOS "2" Y "3": FI-OFFSET OFFSET DE DIAS
001580*                          CON SIGNO (S9(05), SIGNO FINAL
001590*                          SEPARADO) MAS 2 POSICIONES DE
001600*                          RELLENO.
001610*   POS 18-19 FI-CAL    CODIGO DE CALENDARIO DEL MERCADO
001620*                       (MX, US). EN BLANCO SE CUENTAN
001630*                       TODOS LOS FESTIVOS, COMO ANTES DE
001640*                       QUE HUBIERA CALENDARIOS.
001650*-----------------------------------------------------------
001660 FD  FECHAS-IN.
001670 01  FI-RECORD.
001680     05 FI-MODE                 PIC X(01).
001690        88 FI-MODE-DIFF                   VALUE "1".
001700        88 FI-MODE-ADD                    VALUE "2".
001710        88 FI-MODE-BUS                    VALUE "3".
001720     05 FI-FECH1                 PIC 9(08).
001730     05 FI-FECH2-DATA             PIC X(08).
001740     05 FI-FECH2 REDEFINES FI-FECH2-DATA
001750                                 PIC 9(08).
001760     05 FI-OFFSET-VIEW REDEFINES FI-FECH2-DATA.
001770         10 FI-OFFSET            PIC S9(05)
001780            SIGN IS TRAILING SEPARATE CHARACTER.
001790         10 FILLER                PIC X(02).
001800     05 FI-CAL                   PIC X(02).
001810
001820*-----------------------------------------------------------
001830* REGISTROS DE CONTROL DE LOTE, SOBRE LA MISMA AREA QUE EL
001840* REGISTRO DE DATOS. EL PRIMER RENGLON DEL ARCHIVO ES EL
001850* ENCABEZADO "H" (FECHA DE NEGOCIO Y ORIGEN) Y EL ULTIMO LA
001860* SUMARIA "T" (TOTAL DE REGISTROS Y SUMA DE CONTROL DE
001870* FECH1). LOS DATOS EMPIEZAN CON "1", "2" O "3", ASI QUE EL
001880* PRIMER BYTE DISTINGUE SIN AMBIGUEDAD.
001890*-----------------------------------------------------------
001900 01  FI-CTL-RECORD.
001910     05 FI-CTL-TIPO              PIC X(01).
001920        88 FI-CTL-ENCABEZADO               VALUE "H".
001930        88 FI-CTL-SUMARIA                  VALUE "T".
001940     05 FILLER                   PIC X(19).
001950
001960 01  FI-HDR-RECORD.
001970     05 FILLER                   PIC X(01).
001980     05 FI-HDR-FECHA             PIC 9(08).
001990     05 FI-HDR-ORIGEN            PIC X(08).
002000     05 FILLER                   PIC X(03).
002010
002020 01  FI-TRL-RECORD.
002030     05 FILLER                   PIC X(01).
002040     05 FI-TRL-COUNT             PIC 9(07).
002050     05 FI-TRL-HASH              PIC 9(12).
002060
002070 FD  FECHAS-OUT.
002080 01  FO-RECORD                   PIC X(80).
002090
002100 FD  FECHAS-HOL.
002110 01  HOL-RECORD.
002120     05 HOL-FECHA                PIC 9(08).
002130     05 HOL-DESC                 PIC X(30).
002140*    CALENDARIO DEL FESTIVO: HASTA DOS CODIGOS DE MERCADO
002150*    DE DOS LETRAS (MX, US, MXUS). EN BLANCO APLICA A
002160*    TODOS. VA AL FINAL DEL REGISTRO PARA QUE LOS ARCHIVOS
002170*    ANTERIORES (SIN CALENDARIO) SE SIGAN LEYENDO TAL CUAL.
002180     05 HOL-CAL                  PIC X(04).
002190
002200 FD  FECHAS-LOG.
002210 01  LOG-RECORD                  PIC X(80).
002220
002230 FD  FECHAS-CKP.
002240 01  CKP-RECORD.
002250     05 CKP-LAST-COUNT           PIC 9(07).
002260*    MODO DE LA CORRIDA QUE DEJO EL CHECKPOINT: "N" NORMAL
002270*    (LEE FECHAS-IN) O "R" REPROCESO (LEE FECHAS-RSB). UNA
002280*    REANUDACION EN EL MODO CONTRARIO BRINCARIA REGISTROS
002290*    DEL ARCHIVO EQUIVOCADO, ASI QUE SE RECHAZA.
002300     05 CKP-RUN-MODE             PIC X(01).
002310
002320*-----------------------------------------------------------
002330* RJ-RECORD: EL REGISTRO DE ENTRADA RECHAZADO TAL CUAL,
002340* SEGUIDO DE LA CAUSA, EL NUMERO DE REGISTRO DE ENTRADA Y LA
002350* FECHA DE NEGOCIO EN QUE SE RECHAZO.
002360* CAUSAS: 01 FECH1 INVALIDA, 02 FECH2 INVALIDA, 03 MODO
002370* DESCONOCIDO, 04 CALENDARIO DESCONOCIDO.
002380*-----------------------------------------------------------
002390 FD  FECHAS-REJ.
002400 01  RJ-RECORD.
002410     05 RJ-DATA                  PIC X(19).
002420     05 FILLER                   PIC X(01).
002430     05 RJ-REASON                PIC X(02).
002440     05 FILLER                   PIC X(01).
002450     05 RJ-RECNO                 PIC 9(07).
002460     05 FILLER                   PIC X(01).
002470     05 RJ-FECHA-NEG             PIC 9(08).
002480
002490*-----------------------------------------------------------
002500* FECHAS-RSB: EL ARCHIVO DE RECHAZOS YA CORREGIDO POR EL
002510* OPERADOR (COPIA DE FECHAS-REJ), QUE SE VUELVE A METER
002520* COMO ENTRADA CUANDO FECHAS-PRM TRAE "R". LAS PRIMERAS 19
002530* POSICIONES SON EL REGISTRO; EL NUMERO DE REGISTRO Y LA
002540* FECHA ORIGINALES SOLO SE ARRASTRAN A UN NUEVO RECHAZO.
002550* UN RENGLON DE ANTES (SIN FECHA) SE RECHAZA COMO NUEVO.
002560*-----------------------------------------------------------
002570 FD  FECHAS-RSB.
002580 01  RSB-RECORD.
002590     05 RSB-DATA                 PIC X(19).
002600     05 FILLER                   PIC X(01).
002610     05 RSB-REASON               PIC X(02).
002620     05 FILLER                   PIC X(01).
002630     05 RSB-RECNO                PIC 9(07).
002640     05 FILLER                   PIC X(01).
002650     05 RSB-FECHA-NEG            PIC 9(08).
002660
002670 FD  FECHAS-PRM.
002680 01  PRM-RECORD.
002690     05 PRM-MODO                 PIC X(01).
002700        88 PRM-REPROCESO                   VALUE "R".
002710
002720*-----------------------------------------------------------
002730* MST-RECORD: MAESTRO DE RESULTADOS YA CALCULADOS, CON
002740* LLAVE MODO+FECH1+FECH2-DATA+CALENDARIO. SE CONSERVA EN
002750* ORDEN DE LLAVE PARA PODER BUSCARLO CON SEARCH ALL EN
002760* MEMORIA.
002770*-----------------------------------------------------------
002780 FD  FECHAS-MST.
002790 01  MST-RECORD.
002800     05 MST-KEY.
002810         10 MST-MODE             PIC X(01).
002820         10 MST-FECH1            PIC 9(08).
002830         10 MST-FECH2-DATA       PIC X(08).
002840         10 MST-CAL              PIC X(02).
002850     05 MST-CALC-DAYS            PIC S9(07)
002860        SIGN IS TRAILING SEPARATE CHARACTER.
002870     05 MST-BUS-DAYS             PIC S9(07)
002880        SIGN IS TRAILING SEPARATE CHARACTER.
002890     05 MST-END-DATE             PIC 9(08).
002900
002910*-----------------------------------------------------------
002920* MCT-RECORD: HUELLA DEL CALENDARIO DE FESTIVOS CON EL QUE
002930* SE CALCULO EL MAESTRO. SI LA HUELLA ACTUAL NO COINCIDE,
002940* EL MAESTRO COMPLETO QUEDA INVALIDO, PORQUE UN FESTIVO
002950* NUEVO CAMBIA CUALQUIER CONTEO DE HABILES QUE LO ABARQUE.
002960*-----------------------------------------------------------
002970 FD  FECHAS-MCT.
002980 01  MCT-RECORD.
002990     05 MCT-HOL-TALLY            PIC 9(05).
003000     05 MCT-HOL-SUM              PIC 9(12).
003010*    SUMA PONDERADA POR POSICION, PARA QUE UN INTERCAMBIO
003020*    DE FESTIVOS QUE CONSERVE LA SUMA SIMPLE NO PASE POR
003030*    EL MISMO CALENDARIO.
003040     05 MCT-HOL-WSUM             PIC 9(15).
003050*    SUMA PONDERADA DE LOS BYTES DE HOL-CAL, PARA QUE UN
003060*    CAMBIO DE SOLO CODIGO DE CALENDARIO (MISMAS FECHAS)
003070*    TAMBIEN INVALIDE EL MAESTRO.
003080     05 MCT-HOL-CSUM             PIC 9(12).
003090*    TRAZA DEL MAESTRO CON QUE SE GRABO. SI NO COINCIDE
003100*    CON LA ACTUAL (POR EJEMPLO UN MAESTRO ANTERIOR A LOS
003110*    CALENDARIOS, SIN CODIGO EN LA LLAVE), SE DESCARTA.
003120     05 MCT-TRAZA                PIC X(02).
003130
003140 WORKING-STORAGE SECTION.
003150*-----------------------------------------------------------
003160* INDICADORES DE ESTADO DE ARCHIVO
003170*-----------------------------------------------------------
003180 01  WS-FILE-STATUSES.
003190     05 WS-IN-STATUS             PIC X(02) VALUE "00".
003200     05 WS-OUT-STATUS            PIC X(02) VALUE "00".
003210     05 WS-HOL-STATUS            PIC X(02) VALUE "00".
003220     05 WS-LOG-STATUS            PIC X(02) VALUE "00".
003230     05 WS-CKP-STATUS            PIC X(02) VALUE "00".
003240     05 WS-REJ-STATUS            PIC X(02) VALUE "00".
003250     05 WS-RSB-STATUS            PIC X(02) VALUE "00".
003260     05 WS-PRM-STATUS            PIC X(02) VALUE "00".
003270     05 WS-MST-STATUS            PIC X(02) VALUE "00".
003280     05 WS-MCT-STATUS            PIC X(02) VALUE "00".
003290
003300*-----------------------------------------------------------
003310* SWITCHES
003320*-----------------------------------------------------------
003330 01  WS-SWITCHES.
003340     05 WS-EOF-SW                PIC X(01) VALUE "N".
003350        88 WS-EOF                          VALUE "Y".
003360     05 WS-HOL-EOF-SW            PIC X(01) VALUE "N".
003370        88 WS-HOL-EOF                      VALUE "Y".
003380     05 WS-DATE-SW               PIC X(01) VALUE "Y".
003390        88 WS-DATE-VALID                   VALUE "Y".
003400        88 WS-DATE-INVALID                 VALUE "N".
003410     05 WS-CKP-FOUND-SW          PIC X(01) VALUE "N".
003420        88 WS-CKP-FOUND                    VALUE "Y".
003430     05 WS-RESUB-SW              PIC X(01) VALUE "N".
003440        88 WS-RESUB                        VALUE "Y".
003450     05 WS-MST-EOF-SW            PIC X(01) VALUE "N".
003460        88 WS-MST-EOF                      VALUE "Y".
003470     05 WS-CACHE-HIT-SW          PIC X(01) VALUE "N".
003480        88 WS-CACHE-HIT                    VALUE "Y".
003490
003500*-----------------------------------------------------------
003510* CONTADORES Y CAMPOS DE TRABAJO
003520*-----------------------------------------------------------
003530 77  WS-REC-COUNT                PIC 9(07) COMP VALUE ZERO.
003540 77  WS-SKIP-COUNT               PIC 9(07) COMP VALUE ZERO.
003550 77  WS-CKP-INTERVAL             PIC 9(05) COMP VALUE 100.
003560 77  WS-HOL-TALLY                PIC 9(05) COMP VALUE ZERO.
003570 77  WS-START-INT                PIC 9(07) COMP VALUE ZERO.
003580 77  WS-END-INT                  PIC 9(07) COMP VALUE ZERO.
003590 77  WS-WORK-INT                 PIC 9(07) COMP VALUE ZERO.
003600 77  WS-WORK-DATE                PIC 9(08) VALUE ZERO.
003610 77  WS-DAY-NUM                  PIC 9(01) COMP VALUE ZERO.
003620 77  WS-TEST-RC                  PIC S9(04) COMP VALUE ZERO.
003630 77  WS-CALC-DAYS                PIC S9(07) VALUE ZERO.
003640 77  WS-BUS-DAYS                 PIC S9(07) VALUE ZERO.
003650 77  WS-END-DATE                 PIC 9(08) VALUE ZERO.
003660 77  WS-RESULTADO                PIC S9(07) VALUE ZERO.
003670*    PASOS DE DIA HABIL QUE FALTAN POR DAR EN MODO 3 Y LA
003680*    DIRECCION (+1 ADELANTE, -1 ATRAS) EN QUE SE DAN.
003690 77  WS-OFS-REMAIN               PIC 9(05) COMP VALUE ZERO.
003700 77  WS-STEP-DIR                 PIC S9(01) VALUE ZERO.
003710*    CIFRAS DE CONTROL DE LOTE: LO CONTADO/SUMADO DEL
003720*    ARCHIVO CONTRA LO DECLARADO EN LA SUMARIA.
003730 77  WS-CTL-COUNT                PIC 9(07) COMP VALUE ZERO.
003740 77  WS-CTL-HASH                 PIC 9(12) VALUE ZERO.
003750 77  WS-CTL-DECL-COUNT           PIC 9(07) VALUE ZERO.
003760 77  WS-CTL-DECL-HASH            PIC 9(12) VALUE ZERO.
003770 77  WS-CTL-ORIGEN               PIC X(08) VALUE SPACE.
003780 77  WS-REJ-REASON               PIC X(02) VALUE SPACE.
003790*    NUMERO DE REGISTRO Y FECHA ORIGINALES DEL RENGLON DE
003800*    FECHAS-RSB EN CURSO; CEROS SI NO LOS TRAE.
003810 77  WS-RSB-RECNO                PIC 9(07) VALUE ZERO.
003820 77  WS-RSB-FECHA                PIC 9(08) VALUE ZERO.
003830 77  WS-MST-TALLY                PIC 9(05) COMP VALUE ZERO.
003840 77  WS-MST-POS                  PIC 9(05) COMP VALUE ZERO.
003850 77  WS-MST-IDX2                 PIC 9(05) COMP VALUE ZERO.
003860 77  WS-HOL-SUM                  PIC 9(12) COMP VALUE ZERO.
003870 77  WS-HOL-WSUM                 PIC 9(15) COMP VALUE ZERO.
003880 77  WS-HOL-CSUM                 PIC 9(12) COMP VALUE ZERO.
003890*    MODO DE ESTA CORRIDA PARA EL CHECKPOINT: "N" NORMAL,
003900*    "R" REPROCESO DE RECHAZOS.
003910 77  WS-RUN-MODE                 PIC X(01) VALUE "N".
003920 77  WS-HIT-COUNT                PIC 9(07) COMP VALUE ZERO.
003930 77  WS-MISS-COUNT               PIC 9(07) COMP VALUE ZERO.
003940*    FECHA DE NEGOCIO EN CURSO; CEROS = NO HAY FECHA-NEG.DAT
003950*    Y SE USA LA FECHA DEL SISTEMA.
003960 77  WS-FECHA-NEG                PIC 9(08) VALUE ZERO.
003970
003980*-----------------------------------------------------------
003990* TABLA DE DIAS FESTIVOS, CARGADA DE FECHAS-HOL
004000*-----------------------------------------------------------
004010 01  WS-HOLIDAY-TABLE.
004020     05 WS-HOLIDAY-ENTRY         OCCURS 1 TO 366 TIMES
004030                                 DEPENDING ON WS-HOL-TALLY
004040                                 INDEXED BY HOL-IDX.
004050         10 WS-HOL-FECHA-E       PIC 9(08).
004060         10 WS-HOL-CAL-E         PIC X(04).
004070
004080*-----------------------------------------------------------
004090* CODIGOS DE MERCADO VISTOS EN EL CALENDARIO (CADA MITAD
004100* DE DOS LETRAS DE HOL-CAL). UN REGISTRO DE ENTRADA QUE
004110* NOMBRE UN CODIGO QUE NO ESTE AQUI SE RECHAZA.
004120*-----------------------------------------------------------
004130 01  WS-CAL-TABLE.
004140     05 WS-CAL-ENTRY             PIC X(02)
004150                                 OCCURS 20 TIMES.
004160 77  WS-CAL-TALLY                PIC 9(02) COMP VALUE ZERO.
004170 77  WS-CAL-IDX                  PIC 9(02) COMP VALUE ZERO.
004180 77  WS-CAL-WORK                 PIC X(02) VALUE SPACE.
004190 77  WS-CAL-FOUND-SW             PIC X(01) VALUE "N".
004200
004210*-----------------------------------------------------------
004220* TABLA DEL MAESTRO DE RESULTADOS, SIEMPRE EN ORDEN DE
004230* LLAVE. EN EL CIERRE DE MES HAY MAS DE 40,000 REGISTROS
004240* PERO MENOS DE 900 PAREJAS DISTINTAS; 5000 ENTRADAS DAN
004250* HOLGURA DE SOBRA. SI LA TABLA SE LLENA, LAS PAREJAS
004260* NUEVAS SOLO SE CALCULAN SIN GUARDARSE.
004270*-----------------------------------------------------------
004280 01  WS-CACHE-TABLE.
004290     05 WS-CACHE-ENTRY           OCCURS 1 TO 5000 TIMES
004300                                 DEPENDING ON WS-MST-TALLY
004310                                 ASCENDING KEY IS WS-CACHE-KEY
004320                                 INDEXED BY MST-IDX.
004330         10 WS-CACHE-KEY.
004340             15 WS-CACHE-MODE    PIC X(01).
004350             15 WS-CACHE-FECH1   PIC 9(08).
004360             15 WS-CACHE-FECH2   PIC X(08).
004370             15 WS-CACHE-CAL     PIC X(02).
004380         10 WS-CACHE-CALC        PIC S9(07).
004390         10 WS-CACHE-BUS         PIC S9(07).
004400         10 WS-CACHE-END         PIC 9(08).
004410
004420 01  WS-CACHE-ARG.
004430     05 WS-ARG-MODE              PIC X(01).
004440     05 WS-ARG-FECH1             PIC 9(08).
004450     05 WS-ARG-FECH2             PIC X(08).
004460     05 WS-ARG-CAL               PIC X(02).
004470
004480*-----------------------------------------------------------
004490* RENGLON DE SALIDA Y DE BITACORA (IMAGEN DE REPORTE)
004500*-----------------------------------------------------------
004510 01  WS-OUT-LINE.
004520     05 WOL-MODE                 PIC X(01).
004530     05 FILLER                   PIC X(01) VALUE SPACE.
004540     05 WOL-FECH1                PIC 9(08).
004550     05 FILLER                   PIC X(01) VALUE SPACE.
004560     05 WOL-FECH2                PIC 9(08).
004570     05 FILLER                   PIC X(01) VALUE SPACE.
004580     05 WOL-CALC-DAYS            PIC S9(07)
004590        SIGN IS TRAILING SEPARATE CHARACTER.
004600     05 FILLER                   PIC X(01) VALUE SPACE.
004610     05 WOL-BUS-DAYS             PIC S9(07)
004620        SIGN IS TRAILING SEPARATE CHARACTER.
004630     05 FILLER                   PIC X(01) VALUE SPACE.
004640     05 WOL-MSG                  PIC X(30).
004650     05 FILLER                   PIC X(01) VALUE SPACE.
004660*    ECO DEL CALENDARIO CON EL QUE SE CONTO, PARA QUE EL
004670*    USUARIO SEPA QUE CONVENCION PRODUJO CADA RESULTADO.
004680     05 WOL-CAL                  PIC X(02).
004690     05 FILLER                   PIC X(07) VALUE SPACE.
004700
004710 01  WS-LOG-LINE.
004720     05 WLL-STAMP                PIC X(26).
004730     05 FILLER                   PIC X(01) VALUE SPACE.
004740     05 WLL-MODE                 PIC X(01).
004750     05 FILLER                   PIC X(01) VALUE SPACE.
004760     05 WLL-FECH1                PIC 9(08).
004770     05 FILLER                   PIC X(01) VALUE SPACE.
004780     05 WLL-FECH2                PIC 9(08).
004790     05 FILLER                   PIC X(01) VALUE SPACE.
004800     05 WLL-RESULTADO            PIC S9(07)
004810        SIGN IS TRAILING SEPARATE CHARACTER.
004820     05 FILLER                   PIC X(01) VALUE SPACE.
004830*    ESTADO DEL REGISTRO: "A" ACEPTADO, "R" RECHAZADO.
004840     05 WLL-ESTADO               PIC X(01).
004850     05 FILLER                   PIC X(01) VALUE SPACE.
004860*    "S" SI EL RENGLON VIENE DE UN REPROCESO DE RECHAZOS.
004870     05 WLL-RESUB                PIC X(01).
004880     05 FILLER                   PIC X(17) VALUE SPACE.
004890
004900 01  WS-TIMESTAMP.
004910     05 WTS-DATE                 PIC 9(08).
004920     05 WTS-TIME                 PIC 9(08).
004930     05 WTS-DIFF                 PIC X(09) VALUE SPACE.
004940
004950 01  WS-TIMESTAMP-DISPLAY.
004960     05 WTD-YEAR                 PIC 9(04).
004970     05 WTD-DASH1                PIC X(01) VALUE "-".
004980     05 WTD-MONTH                PIC 9(02).
004990     05 WTD-DASH2                PIC X(01) VALUE "-".
005000     05 WTD-DAY                  PIC 9(02).
005010     05 WTD-SPACE                PIC X(01) VALUE SPACE.
005020     05 WTD-HOUR                 PIC 9(02).
005030     05 WTD-COLON1               PIC X(01) VALUE ":".
005040     05 WTD-MIN                  PIC 9(02).
005050     05 WTD-COLON2               PIC X(01) VALUE ":".
005060     05 WTD-SEC                  PIC 9(02).
005070
005080*-----------------------------------------------------------
005090* AREA DE COMUNICACION CON EL SUBPROGRAMA RUNCTL
005100*-----------------------------------------------------------
005110 01  WS-RUNCTL-PARAM.
005120     05 WRC-FUNCION              PIC X(03).
005130     05 WRC-TRABAJO              PIC X(08).
005140     05 WRC-ESTADO               PIC X(08).
005150     05 WRC-REGISTROS            PIC 9(07).
005160     05 WRC-RETCODE              PIC 9(03).
005170     05 WRC-RESULT               PIC X(02).
005180
005190*-----------------------------------------------------------
005200* AREA DE COMUNICACION CON EL SUBPROGRAMA FECNEG
005210*-----------------------------------------------------------
005220 01  WS-FECNEG-PARAM.
005230     05 WFN-FUNCION              PIC X(03).
005240     05 WFN-ACTUAL               PIC 9(08).
005250     05 WFN-ANTERIOR             PIC 9(08).
005260     05 WFN-SIGUIENTE            PIC 9(08).
005270     05 WFN-MALLA                PIC 9(08).
005280     05 WFN-RESULT               PIC X(02).
005290
005300 PROCEDURE DIVISION.
005310*-----------------------------------------------------------
005320* 0000-MAINLINE
005330* CONTROLA LA SECUENCIA GENERAL DEL PROCESO DE LOTE.
005340*-----------------------------------------------------------
005350 0000-MAINLINE.
005360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005370     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
005380         UNTIL WS-EOF.
005390     PERFORM 8000-TERMINATE THRU 8000-EXIT.
005400     GOBACK.
005410
005420*-----------------------------------------------------------
005430* 1000-INITIALIZE
005440* ABRE ARCHIVOS, CARGA FESTIVOS, RESUELVE REINICIO Y LEE
005450* EL PRIMER REGISTRO DE ENTRADA.
005460*-----------------------------------------------------------
005470 1000-INITIALIZE.
005480*    ANTES DE TOCAR CUALQUIER ARCHIVO SE REGISTRA LA
005490*    CORRIDA; SI YA HAY UNA ACTIVA DE FECHAS NO SE INICIA,
005500*    PARA QUE DOS CORRIDAS NO ESCRIBAN A LA VEZ EN
005510*    FECHAS-OUT Y FECHAS-CKP.
005520     MOVE "REG"    TO WRC-FUNCION.
005530     MOVE "FECHAS" TO WRC-TRABAJO.
005540     MOVE SPACE    TO WRC-ESTADO.
005550     MOVE ZERO     TO WRC-REGISTROS WRC-RETCODE.
005560     CALL "RUNCTL" USING WS-RUNCTL-PARAM.
005570     IF WRC-RESULT = "90"
005580         DISPLAY "FECHAS: YA HAY UNA CORRIDA DE FECHAS "
005590             "ACTIVA, NO SE INICIA."
005600         MOVE 12 TO RETURN-CODE
005610         GOBACK
005620     END-IF.
005630
005640     MOVE "CON" TO WFN-FUNCION.
005650     CALL "FECNEG" USING WS-FECNEG-PARAM.
005660     CANCEL "FECNEG".
005670     IF WFN-RESULT = "00"
005680         MOVE WFN-ACTUAL TO WS-FECHA-NEG
005690         DISPLAY "FECHAS: FECHA DE NEGOCIO " WS-FECHA-NEG
005700     ELSE
005710         MOVE ZERO TO WS-FECHA-NEG
005720         DISPLAY "FECHAS: SIN FECHA-NEG.DAT, SE USA LA FECHA "
005730             "DEL SISTEMA."
005740     END-IF.
005750
005760     MOVE "N" TO WS-EOF-SW WS-HOL-EOF-SW WS-CKP-FOUND-SW
005770         WS-RESUB-SW.
005780     SET WS-DATE-VALID TO TRUE.
005790     MOVE ZERO TO WS-REC-COUNT WS-SKIP-COUNT WS-HOL-TALLY
005800         WS-HOL-CSUM
005810         WS-CAL-TALLY
005820         WS-MST-TALLY WS-HOL-SUM WS-HOL-WSUM
005830         WS-HIT-COUNT WS-MISS-COUNT.
005840     PERFORM 1400-LEE-PARAMETRO THRU 1400-EXIT.
005850     IF WS-RESUB
005860         MOVE "R" TO WS-RUN-MODE
005870     ELSE
005880         MOVE "N" TO WS-RUN-MODE
005890     END-IF.
005900     IF WS-RESUB
005910         DISPLAY "FECHAS: REPROCESO DE RECHAZOS, SE LEE "
005920             "FECHAS-RSB.DAT"
005930         OPEN INPUT FECHAS-RSB
005940         IF WS-RSB-STATUS NOT = "00"
005950             DISPLAY "FECHAS: NO SE PUDO ABRIR FECHAS-RSB.DAT "
005960                 WS-RSB-STATUS
005970             GO TO 9999-ABEND
005980         END-IF
005990     ELSE
006000         OPEN INPUT FECHAS-IN
006010         IF WS-IN-STATUS NOT = "00"
006020             DISPLAY "FECHAS: NO SE PUDO ABRIR FECHAS-IN.DAT "
006030                 WS-IN-STATUS
006040             GO TO 9999-ABEND
006050         END-IF
006060     END-IF.
006070
006080*    LOS REGISTROS DE CONTROL SOLO VIAJAN EN EL ARCHIVO DE
006090*    ORIGINACION; EL ARCHIVO DE RECHAZOS CORREGIDO NO LOS
006100*    LLEVA Y NO SE VERIFICA.
006110     IF NOT WS-RESUB
006120         PERFORM 1600-VERIFICA-CONTROL THRU 1600-EXIT
006130     END-IF.
006140
006150     PERFORM 1200-CHECK-RESTART THRU 1200-EXIT.
006160     PERFORM 1300-OPEN-OUTPUT THRU 1300-EXIT.
006170
006180     OPEN EXTEND FECHAS-LOG.
006190     IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
006200         OPEN OUTPUT FECHAS-LOG
006210     END-IF.
006220     IF WS-LOG-STATUS NOT = "00"
006230         DISPLAY "FECHAS: NO SE PUDO ABRIR FECHAS-LOG.DAT "
006240             WS-LOG-STATUS
006250         GO TO 9999-ABEND
006260     END-IF.
006270
006280     PERFORM 1100-LOAD-HOLIDAYS THRU 1100-EXIT.
006290     PERFORM 1500-LOAD-MASTER THRU 1500-EXIT.
006300     PERFORM 2900-READ-FECHAS-IN THRU 2900-EXIT.
006310 1000-EXIT.
006320     EXIT.
006330
006340*-----------------------------------------------------------
006350* 1300-OPEN-OUTPUT
006360* SI EL CHECKPOINT INDICA QUE ESTA ES UNA REANUDACION, SE
006370* ABRE FECHAS-OUT EN MODO EXTEND PARA CONSERVAR LOS
006380* RENGLONES YA ESCRITOS POR LA CORRIDA ANTERIOR; DE LO
006390* CONTRARIO SE ABRE EN MODO OUTPUT COMO UNA CORRIDA NUEVA.
006400*-----------------------------------------------------------
006410 1300-OPEN-OUTPUT.
006420     IF WS-CKP-FOUND
006430         OPEN EXTEND FECHAS-OUT
006440         IF WS-OUT-STATUS = "05" OR WS-OUT-STATUS = "35"
006450             OPEN OUTPUT FECHAS-OUT
006460         END-IF
006470     ELSE
006480         OPEN OUTPUT FECHAS-OUT
006490     END-IF.
006500     IF WS-OUT-STATUS NOT = "00"
006510         DISPLAY "FECHAS: NO SE PUDO ABRIR FECHAS-OUT.DAT "
006520             WS-OUT-STATUS
006530         GO TO 9999-ABEND
006540     END-IF.
006550
006560*    EL ARCHIVO DE RECHAZOS SIGUE EL MISMO CRITERIO QUE
006570*    FECHAS-OUT: SE CONSERVA EN UNA REANUDACION Y SE
006580*    EMPIEZA DE NUEVO EN UNA CORRIDA NUEVA.
006590     IF WS-CKP-FOUND
006600         OPEN EXTEND FECHAS-REJ
006610         IF WS-REJ-STATUS = "05" OR WS-REJ-STATUS = "35"
006620             OPEN OUTPUT FECHAS-REJ
006630         END-IF
006640     ELSE
006650         OPEN OUTPUT FECHAS-REJ
006660     END-IF.
006670     IF WS-REJ-STATUS NOT = "00"
006680         DISPLAY "FECHAS: NO SE PUDO ABRIR FECHAS-REJ.DAT "
006690             WS-REJ-STATUS
006700         GO TO 9999-ABEND
006710     END-IF.
006720 1300-EXIT.
006730     EXIT.
006740
006750*-----------------------------------------------------------
006760* 1400-LEE-PARAMETRO
006770* FECHAS-PRM.DAT ES OPCIONAL: SI EXISTE Y SU PRIMER RENGLON
006780* TRAE "R", LA CORRIDA ES UN REPROCESO DEL ARCHIVO DE
006790* RECHAZOS CORREGIDO.
006800*-----------------------------------------------------------
006810 1400-LEE-PARAMETRO.
006820     OPEN INPUT FECHAS-PRM.
006830     IF WS-PRM-STATUS NOT = "00"
006840         GO TO 1400-EXIT
006850     END-IF.
006860     READ FECHAS-PRM
006870         AT END
006880             MOVE SPACE TO PRM-MODO
006890     END-READ.
006900     IF PRM-REPROCESO
006910         SET WS-RESUB TO TRUE
006920     END-IF.
006930     CLOSE FECHAS-PRM.
006940 1400-EXIT.
006950     EXIT.
006960
006970*-----------------------------------------------------------
006980* 1100-LOAD-HOLIDAYS
006990* LEE FECHAS-HOL.DAT COMPLETO A LA TABLA WS-HOLIDAY-TABLE.
007000* SI EL ARCHIVO NO EXISTE SE CONTINUA SIN FESTIVOS.
007010*-----------------------------------------------------------
007020 1100-LOAD-HOLIDAYS.
007030     OPEN INPUT FECHAS-HOL.
007040     IF WS-HOL-STATUS NOT = "00"
007050         SET WS-HOL-EOF TO TRUE
007060         GO TO 1100-EXIT
007070     END-IF.
007080
007090     PERFORM 1110-READ-HOLIDAY THRU 1110-EXIT.
007100     PERFORM 1120-STORE-HOLIDAY THRU 1120-EXIT
007110         UNTIL WS-HOL-EOF.
007120
007130     CLOSE FECHAS-HOL.
007140 1100-EXIT.
007150     EXIT.
007160
007170 1110-READ-HOLIDAY.
007180     READ FECHAS-HOL
007190         AT END
007200             SET WS-HOL-EOF TO TRUE
007210     END-READ.
007220 1110-EXIT.
007230     EXIT.
007240
007250*-----------------------------------------------------------
007260* 1120-STORE-HOLIDAY
007270* GUARDA EL FESTIVO CON SU CALENDARIO Y REGISTRA CADA
007280* CODIGO DE MERCADO DE DOS LETRAS QUE APAREZCA EN HOL-CAL
007290* EN LA TABLA DE CALENDARIOS CONOCIDOS.
007300*-----------------------------------------------------------
007310 1120-STORE-HOLIDAY.
007320*    MISMO LIMITE Y MISMA DEGRADACION QUE EL CARGADOR DE
007330*    MANTFEST: EL EXCEDENTE DE 366 SE AVISA Y SE IGNORA, Y
007340*    NO ENTRA A LA HUELLA PORQUE TAMPOCO ENTRO A LA TABLA.
007350     IF WS-HOL-TALLY >= 366
007360         DISPLAY "FECHAS: TABLA DE FESTIVOS LLENA, SE "
007370             "IGNORA " HOL-FECHA
007380         GO TO 1120-SIGUE
007390     END-IF.
007400     ADD 1 TO WS-HOL-TALLY.
007410     SET HOL-IDX TO WS-HOL-TALLY.
007420     MOVE HOL-FECHA TO WS-HOL-FECHA-E (HOL-IDX).
007430     MOVE HOL-CAL   TO WS-HOL-CAL-E (HOL-IDX).
007440     ADD HOL-FECHA TO WS-HOL-SUM.
007450     COMPUTE WS-HOL-WSUM =
007460         WS-HOL-WSUM + HOL-FECHA * WS-HOL-TALLY.
007470*    LOS BYTES DEL CALENDARIO TAMBIEN PESAN EN LA HUELLA:
007480*    UN CAMBIO DE SOLO CODIGO (MISMAS FECHAS) CAMBIA LOS
007490*    CONTEOS DE HABILES Y DEBE INVALIDAR EL MAESTRO.
007500     COMPUTE WS-HOL-CSUM = WS-HOL-CSUM + WS-HOL-TALLY *
007510         (FUNCTION ORD (HOL-CAL (1:1)) * 1
007520        + FUNCTION ORD (HOL-CAL (2:1)) * 2
007530        + FUNCTION ORD (HOL-CAL (3:1)) * 3
007540        + FUNCTION ORD (HOL-CAL (4:1)) * 4).
007550     MOVE HOL-CAL (1:2) TO WS-CAL-WORK.
007560     PERFORM 1130-REGISTRA-CAL THRU 1130-EXIT.
007570     MOVE HOL-CAL (3:2) TO WS-CAL-WORK.
007580     PERFORM 1130-REGISTRA-CAL THRU 1130-EXIT.
007590 1120-SIGUE.
007600     PERFORM 1110-READ-HOLIDAY THRU 1110-EXIT.
007610 1120-EXIT.
007620     EXIT.
007630
007640*-----------------------------------------------------------
007650* 1130-REGISTRA-CAL
007660* AGREGA WS-CAL-WORK A LA TABLA DE CALENDARIOS CONOCIDOS
007670* SI NO ESTA EN BLANCO Y NO ESTA YA REGISTRADO.
007680*-----------------------------------------------------------
007690 1130-REGISTRA-CAL.
007700     IF WS-CAL-WORK = SPACE
007710         GO TO 1130-EXIT
007720     END-IF.
007730     MOVE "N" TO WS-CAL-FOUND-SW.
007740     MOVE ZERO TO WS-CAL-IDX.
007750     PERFORM 1140-COMPARA-CAL THRU 1140-EXIT
007760         WS-CAL-TALLY TIMES.
007770     IF WS-CAL-FOUND-SW = "N" AND WS-CAL-TALLY < 20
007780         ADD 1 TO WS-CAL-TALLY
007790         MOVE WS-CAL-WORK TO WS-CAL-ENTRY (WS-CAL-TALLY)
007800     END-IF.
007810 1130-EXIT.
007820     EXIT.
007830
007840 1140-COMPARA-CAL.
007850     ADD 1 TO WS-CAL-IDX.
007860     IF WS-CAL-ENTRY (WS-CAL-IDX) = WS-CAL-WORK
007870         MOVE "Y" TO WS-CAL-FOUND-SW
007880     END-IF.
007890 1140-EXIT.
007900     EXIT.
007910
007920*-----------------------------------------------------------
007930* 1500-LOAD-MASTER
007940* SI LA HUELLA DEL CALENDARIO GUARDADA EN FECHAS-MCT
007950* COINCIDE CON LA DEL CALENDARIO RECIEN CARGADO, SE LEVANTA
007960* EL MAESTRO DE RESULTADOS A LA TABLA EN MEMORIA. SI NO
007970* COINCIDE (O NO HAY HUELLA), EL MAESTRO SE DESCARTA Y SE
007980* RECONSTRUYE EN ESTA CORRIDA.
007990*-----------------------------------------------------------
008000 1500-LOAD-MASTER.
008010     OPEN INPUT FECHAS-MCT.
008020     IF WS-MCT-STATUS NOT = "00"
008030         GO TO 1500-EXIT
008040     END-IF.
008050     READ FECHAS-MCT
008060         AT END
008070             MOVE 99999 TO MCT-HOL-TALLY
008080     END-READ.
008090     CLOSE FECHAS-MCT.
008100     IF MCT-HOL-TALLY NOT = WS-HOL-TALLY
008110         OR MCT-HOL-SUM NOT = WS-HOL-SUM
008120         OR MCT-HOL-WSUM NOT = WS-HOL-WSUM
008130         OR MCT-HOL-CSUM NOT = WS-HOL-CSUM
008140         OR MCT-TRAZA NOT = "03"
008150         DISPLAY "FECHAS: EL CALENDARIO DE FESTIVOS CAMBIO, "
008160             "SE INVALIDA EL MAESTRO DE RESULTADOS."
008170         GO TO 1500-EXIT
008180     END-IF.
008190
008200     OPEN INPUT FECHAS-MST.
008210     IF WS-MST-STATUS NOT = "00"
008220         GO TO 1500-EXIT
008230     END-IF.
008240     MOVE "N" TO WS-MST-EOF-SW.
008250     PERFORM 1510-READ-MASTER THRU 1510-EXIT.
008260     PERFORM 1520-STORE-MASTER THRU 1520-EXIT
008270         UNTIL WS-MST-EOF.
008280     CLOSE FECHAS-MST.
008290 1500-EXIT.
008300     EXIT.
008310
008320 1510-READ-MASTER.
008330     READ FECHAS-MST
008340         AT END
008350             SET WS-MST-EOF TO TRUE
008360     END-READ.
008370 1510-EXIT.
008380     EXIT.
008390
008400*-----------------------------------------------------------
008410* 1520-STORE-MASTER
008420* EL ARCHIVO SE GRABA EN ORDEN DE LLAVE, ASI QUE AQUI BASTA
008430* CON IR AGREGANDO AL FINAL DE LA TABLA.
008440*-----------------------------------------------------------
008450 1520-STORE-MASTER.
008460     IF WS-MST-TALLY >= 5000
008470         DISPLAY "FECHAS: TABLA DEL MAESTRO LLENA, SE "
008480             "IGNORA " MST-KEY
008490     ELSE
008500         ADD 1 TO WS-MST-TALLY
008510         MOVE MST-KEY       TO WS-CACHE-KEY (WS-MST-TALLY)
008520         MOVE MST-CALC-DAYS TO WS-CACHE-CALC (WS-MST-TALLY)
008530         MOVE MST-BUS-DAYS  TO WS-CACHE-BUS (WS-MST-TALLY)
008540         MOVE MST-END-DATE  TO WS-CACHE-END (WS-MST-TALLY)
008550     END-IF.
008560     PERFORM 1510-READ-MASTER THRU 1510-EXIT.
008570 1520-EXIT.
008580     EXIT.
008590
008600*-----------------------------------------------------------
008610* 1600-VERIFICA-CONTROL
008620* ANTES DE PROCESAR UN SOLO REGISTRO SE VERIFICAN LOS
008630* REGISTROS DE CONTROL DE FECHAS-IN: EL ENCABEZADO DEBE
008640* TRAER LA FECHA DE NEGOCIO Y LA SUMARIA DEBE DECLARAR EL TOTAL
008650* DE REGISTROS Y LA SUMA DE FECH1 QUE REALMENTE LLEGARON.
008660* UN ARCHIVO TRUNCADO EN EL TRASLADO (SIN SUMARIA O CON
008670* CIFRAS DISTINTAS) O CON FECHA VIEJA SE RECHAZA COMPLETO.
008680* UN ARCHIVO SIN ENCABEZADO ES DE ANTES DE LOS CONTROLES Y
008690* SE PROCESA COMO SIEMPRE, CON AVISO.
008700*-----------------------------------------------------------
008710 1600-VERIFICA-CONTROL.
008720     MOVE "N" TO WS-EOF-SW.
008730     MOVE ZERO TO WS-CTL-COUNT WS-CTL-HASH
008740         WS-CTL-DECL-COUNT WS-CTL-DECL-HASH.
008750     READ FECHAS-IN
008760         AT END
008770             SET WS-EOF TO TRUE
008780     END-READ.
008790     IF WS-EOF OR NOT FI-CTL-ENCABEZADO
008800         DISPLAY "FECHAS: FECHAS-IN.DAT SIN REGISTROS DE "
008810             "CONTROL, SE PROCESA COMO ANTES."
008820         GO TO 1600-REABRE
008830     END-IF.
008840
008850     MOVE FI-HDR-ORIGEN TO WS-CTL-ORIGEN.
008860     PERFORM 2610-BUILD-TIMESTAMP THRU 2610-EXIT.
008870     IF FI-HDR-FECHA NOT = WTS-DATE
008880         DISPLAY "FECHAS: LA FECHA DEL ENCABEZADO "
008890             FI-HDR-FECHA " NO ES LA FECHA DE NEGOCIO "
008900             WTS-DATE ", ARCHIVO VIEJO."
008910         GO TO 1600-RECHAZA
008920     END-IF.
008930
008940     PERFORM 1610-SUMA-CONTROL THRU 1610-EXIT
008950         UNTIL WS-EOF OR FI-CTL-SUMARIA.
008960     IF WS-EOF
008970         DISPLAY "FECHAS: FECHAS-IN.DAT SIN SUMARIA DE "
008980             "CONTROL, ARCHIVO INCOMPLETO."
008990         GO TO 1600-RECHAZA
009000     END-IF.
009010     MOVE FI-TRL-COUNT TO WS-CTL-DECL-COUNT.
009020     MOVE FI-TRL-HASH  TO WS-CTL-DECL-HASH.
009030     IF WS-CTL-DECL-COUNT NOT = WS-CTL-COUNT
009040         DISPLAY "FECHAS: LA SUMARIA DECLARA "
009050             WS-CTL-DECL-COUNT " REGISTROS Y LLEGARON "
009060             WS-CTL-COUNT "."
009070         GO TO 1600-RECHAZA
009080     END-IF.
009090     IF WS-CTL-DECL-HASH NOT = WS-CTL-HASH
009100         DISPLAY "FECHAS: LA SUMA DE CONTROL DE FECH1 NO "
009110             "COINCIDE CON LA SUMARIA."
009120         GO TO 1600-RECHAZA
009130     END-IF.
009140     DISPLAY "FECHAS: CONTROL DE LOTE VERIFICADO, "
009150         WS-CTL-COUNT " REGISTROS DE " WS-CTL-ORIGEN.
009160
009170 1600-REABRE.
009180     CLOSE FECHAS-IN.
009190     OPEN INPUT FECHAS-IN.
009200     IF WS-IN-STATUS NOT = "00"
009210         DISPLAY "FECHAS: NO SE PUDO REABRIR FECHAS-IN.DAT "
009220             WS-IN-STATUS
009230         GO TO 9999-ABEND
009240     END-IF.
009250     MOVE "N" TO WS-EOF-SW.
009260     GO TO 1600-EXIT.
009270
009280*    EL RECHAZO CIERRA LA ENTRADA DE RUN-CTL QUE YA SE
009290*    REGISTRO, IGUAL QUE EL CANDADO DE MODO DEL CHECKPOINT.
009300 1600-RECHAZA.
009310     DISPLAY "FECHAS: SE RECHAZA EL ARCHIVO DE ENTRADA, NO "
009320         "SE PROCESA UN SOLO REGISTRO."
009330     MOVE "FIN"     TO WRC-FUNCION.
009340     MOVE "FECHAS"  TO WRC-TRABAJO.
009350     MOVE "RECHAZO" TO WRC-ESTADO.
009360     MOVE ZERO      TO WRC-REGISTROS.
009370     MOVE 12        TO WRC-RETCODE.
009380     CALL "RUNCTL" USING WS-RUNCTL-PARAM.
009390     CLOSE FECHAS-IN.
009400     MOVE 12 TO RETURN-CODE.
009410     GOBACK.
009420 1600-EXIT.
009430     EXIT.
009440
009450*-----------------------------------------------------------
009460* 1610-SUMA-CONTROL
009470* CUENTA UN REGISTRO DE DATOS Y SUMA SU FECH1 A LA CIFRA DE
009480* CONTROL. LA SUMA SOLO TOMA FECH1 NUMERICAS, LA MISMA
009490* REGLA CON QUE EL ORIGINADOR ARMA LA SUMARIA.
009500*-----------------------------------------------------------
009510 1610-SUMA-CONTROL.
009520     READ FECHAS-IN
009530         AT END
009540             SET WS-EOF TO TRUE
009550     END-READ.
009560     IF WS-EOF OR FI-CTL-SUMARIA
009570         GO TO 1610-EXIT
009580     END-IF.
009590     ADD 1 TO WS-CTL-COUNT.
009600     IF FI-FECH1 IS NUMERIC
009610         ADD FI-FECH1 TO WS-CTL-HASH
009620     END-IF.
009630 1610-EXIT.
009640     EXIT.
009650
009660*-----------------------------------------------------------
009670* 1200-CHECK-RESTART
009680* SI EXISTE UN CHECKPOINT DE UNA CORRIDA ANTERIOR QUE NO
009690* TERMINO NORMALMENTE, SE BRINCAN ESOS REGISTROS DE
009700* FECHAS-IN PARA REANUDAR DONDE SE QUEDO EL PROCESO.
009710*-----------------------------------------------------------
009720 1200-CHECK-RESTART.
009730     OPEN INPUT FECHAS-CKP.
009740     IF WS-CKP-STATUS = "00"
009750         READ FECHAS-CKP
009760             AT END
009770                 MOVE ZERO TO CKP-LAST-COUNT
009780         END-READ
009790         CLOSE FECHAS-CKP
009800         IF CKP-LAST-COUNT > 0
009810             SET WS-CKP-FOUND TO TRUE
009820             MOVE CKP-LAST-COUNT TO WS-SKIP-COUNT
009830         END-IF
009840     END-IF.
009850
009860*    UN CHECKPOINT SIN MODO VIENE DE ANTES DEL REPROCESO,
009870*    CUANDO TODAS LAS CORRIDAS ERAN NORMALES.
009880     IF WS-CKP-FOUND AND CKP-RUN-MODE = SPACE
009890         MOVE "N" TO CKP-RUN-MODE
009900     END-IF.
009910
009920*    REANUDAR EN EL MODO CONTRARIO BRINCARIA REGISTROS DEL
009930*    ARCHIVO EQUIVOCADO Y ABRIRIA LAS SALIDAS EN EXTEND
009940*    SOBRE LA CORRIDA AJENA; SE RECHAZA COMO EL CANDADO DE
009950*    RUNCTL, CERRANDO LA ENTRADA QUE YA SE REGISTRO.
009960     IF WS-CKP-FOUND AND CKP-RUN-MODE NOT = WS-RUN-MODE
009970         DISPLAY "FECHAS: EL CHECKPOINT PENDIENTE ES DE UNA "
009980             "CORRIDA EN MODO " CKP-RUN-MODE
009990         DISPLAY "FECHAS: TERMINE O REINICIE ESA CORRIDA EN "
010000             "SU MODO; NO SE INICIA."
010010         MOVE "FIN"     TO WRC-FUNCION
010020         MOVE "FECHAS"  TO WRC-TRABAJO
010030         MOVE "RECHAZO" TO WRC-ESTADO
010040         MOVE ZERO      TO WRC-REGISTROS
010050         MOVE 12        TO WRC-RETCODE
010060         CALL "RUNCTL" USING WS-RUNCTL-PARAM
010070         IF WS-RESUB
010080             CLOSE FECHAS-RSB
010090         ELSE
010100             CLOSE FECHAS-IN
010110         END-IF
010120         MOVE 12 TO RETURN-CODE
010130         GOBACK
010140     END-IF.
010150
010160     IF WS-CKP-FOUND
010170         DISPLAY "FECHAS: REINICIANDO DESPUES DEL REGISTRO "
010180             WS-SKIP-COUNT
010190         PERFORM 1210-SKIP-RECORD THRU 1210-EXIT
010200             WS-SKIP-COUNT TIMES
010210     END-IF.
010220 1200-EXIT.
010230     EXIT.
010240
010250 1210-SKIP-RECORD.
010260     PERFORM 2900-READ-FECHAS-IN THRU 2900-EXIT.
010270     IF NOT WS-EOF
010280         ADD 1 TO WS-REC-COUNT
010290     END-IF.
010300 1210-EXIT.
010310     EXIT.
010320
010330*-----------------------------------------------------------
010340* 2000-PROCESS-RECORD
010350* PROCESA UNA PAREJA DE FECHAS-IN Y AVANZA AL SIGUIENTE.
010360*-----------------------------------------------------------
010370 2000-PROCESS-RECORD.
010380     ADD 1 TO WS-REC-COUNT.
010390     PERFORM 2100-VALIDATE-DATES THRU 2100-EXIT.
010400
010410     IF WS-DATE-VALID
010420         EVALUATE TRUE
010430             WHEN FI-MODE-DIFF
010440                 PERFORM 2200-CALC-DIFF THRU 2200-EXIT
010450             WHEN FI-MODE-ADD
010460                 PERFORM 2300-CALC-ADD THRU 2300-EXIT
010470             WHEN FI-MODE-BUS
010480                 PERFORM 2350-CALC-BUS-ADD THRU 2350-EXIT
010490             WHEN OTHER
010500                 PERFORM 2400-BAD-MODE THRU 2400-EXIT
010510         END-EVALUATE
010520     ELSE
010530         PERFORM 2500-WRITE-INVALID THRU 2500-EXIT
010540     END-IF.
010550
010560     PERFORM 2600-WRITE-LOG THRU 2600-EXIT.
010570     PERFORM 2700-CHECKPOINT THRU 2700-EXIT.
010580     PERFORM 2900-READ-FECHAS-IN THRU 2900-EXIT.
010590 2000-EXIT.
010600     EXIT.
010610
010620*-----------------------------------------------------------
010630* 2100-VALIDATE-DATES
010640* RECHAZA FECHAS DE CALENDARIO INVALIDAS ANTES DE CALCULAR.
010650* FI-FECH2 SOLO SE VALIDA COMO FECHA EN MODO 1 (DIFERENCIA);
010660* EN MODO 2 EL CAMPO EQUIVALENTE ES UN OFFSET DE DIAS, NO
010670* UNA FECHA DE CALENDARIO.
010680*-----------------------------------------------------------
010690 2100-VALIDATE-DATES.
010700     SET WS-DATE-VALID TO TRUE.
010710
010720     COMPUTE WS-TEST-RC = FUNCTION TEST-DATE-YYYYMMDD (FI-FECH1).
010730     IF WS-TEST-RC NOT = ZERO
010740         SET WS-DATE-INVALID TO TRUE
010750         MOVE "FECH1 NO ES UNA FECHA VALIDA" TO WOL-MSG
010760         MOVE "01" TO WS-REJ-REASON
010770     END-IF.
010780
010790     IF WS-DATE-VALID AND FI-MODE-DIFF
010800         COMPUTE WS-TEST-RC =
010810             FUNCTION TEST-DATE-YYYYMMDD (FI-FECH2)
010820         IF WS-TEST-RC NOT = ZERO
010830             SET WS-DATE-INVALID TO TRUE
010840             MOVE "FECH2 NO ES UNA FECHA VALIDA" TO WOL-MSG
010850             MOVE "02" TO WS-REJ-REASON
010860         END-IF
010870     END-IF.
010880
010890*    EL CALENDARIO EN BLANCO SIGNIFICA "TODOS LOS FESTIVOS"
010900*    (REGISTROS ANTERIORES A LOS CALENDARIOS); UNO QUE NO
010910*    APAREZCA EN FECHAS-HOL ES UN ERROR DE CAPTURA Y SE
010920*    RECHAZA IGUAL QUE UNA FECHA INVALIDA.
010930     IF WS-DATE-VALID AND FI-CAL NOT = SPACE
010940         MOVE FI-CAL TO WS-CAL-WORK
010950         MOVE "N" TO WS-CAL-FOUND-SW
010960         MOVE ZERO TO WS-CAL-IDX
010970         PERFORM 1140-COMPARA-CAL THRU 1140-EXIT
010980             WS-CAL-TALLY TIMES
010990         IF WS-CAL-FOUND-SW = "N"
011000             SET WS-DATE-INVALID TO TRUE
011010             MOVE "CALENDARIO DESCONOCIDO" TO WOL-MSG
011020             MOVE "04" TO WS-REJ-REASON
011030         END-IF
011040     END-IF.
011050 2100-EXIT.
011060     EXIT.
011070
011080*-----------------------------------------------------------
011090* 2200-CALC-DIFF
011100* CALCULA LA DIFERENCIA EN DIAS CALENDARIO Y EN DIAS
011110* HABILES ENTRE FI-FECH1 Y FI-FECH2. SI LA PAREJA YA ESTA
011120* EN EL MAESTRO DE RESULTADOS SE TOMA DE AHI SIN RECONTAR.
011130*-----------------------------------------------------------
011140 2200-CALC-DIFF.
011150     PERFORM 2250-CACHE-LOOKUP THRU 2250-EXIT.
011160     IF WS-CACHE-HIT
011170         ADD 1 TO WS-HIT-COUNT
011180     ELSE
011190         ADD 1 TO WS-MISS-COUNT
011200         COMPUTE WS-START-INT =
011210             FUNCTION INTEGER-OF-DATE (FI-FECH1)
011220         COMPUTE WS-END-INT =
011230             FUNCTION INTEGER-OF-DATE (FI-FECH2)
011240         COMPUTE WS-CALC-DAYS = WS-END-INT - WS-START-INT
011250         PERFORM 2210-COUNT-BUS-DAYS THRU 2210-EXIT
011260         MOVE ZERO TO WS-END-DATE
011270         PERFORM 2260-CACHE-STORE THRU 2260-EXIT
011280     END-IF.
011290
011300     MOVE "1"            TO WOL-MODE.
011310     MOVE FI-FECH1       TO WOL-FECH1.
011320     MOVE FI-FECH2       TO WOL-FECH2.
011330     MOVE FI-CAL         TO WOL-CAL.
011340     MOVE WS-CALC-DAYS   TO WOL-CALC-DAYS WLL-RESULTADO.
011350     MOVE WS-BUS-DAYS    TO WOL-BUS-DAYS.
011360     MOVE "DIAS CALENDARIO Y HABILES"  TO WOL-MSG.
011370     MOVE "A"            TO WLL-ESTADO.
011380     PERFORM 2800-WRITE-OUT THRU 2800-EXIT.
011390 2200-EXIT.
011400     EXIT.
011410
011420*-----------------------------------------------------------
011430* 2210-COUNT-BUS-DAYS
011440* RECORRE CADA DIA ENTRE LAS DOS FECHAS Y CUENTA LOS QUE NO
011450* SON SABADO, DOMINGO, NI UN FESTIVO DE WS-HOLIDAY-TABLE.
011460* SE RECORRE EN LA DIRECCION QUE VA DE LA FECHA MENOR A LA
011470* MAYOR Y EL RESULTADO TOMA EL SIGNO DE WS-CALC-DAYS.
011480*-----------------------------------------------------------
011490 2210-COUNT-BUS-DAYS.
011500     MOVE ZERO TO WS-BUS-DAYS.
011510     IF WS-START-INT <= WS-END-INT
011520         MOVE WS-START-INT TO WS-WORK-INT
011530     ELSE
011540         MOVE WS-END-INT TO WS-WORK-INT
011550     END-IF.
011560
011570     PERFORM 2220-BUS-DAY-STEP THRU 2220-EXIT
011580         UNTIL WS-WORK-INT >= FUNCTION MAX (WS-START-INT
011590             WS-END-INT).
011600
011610     IF WS-CALC-DAYS < ZERO
011620         COMPUTE WS-BUS-DAYS = ZERO - WS-BUS-DAYS
011630     END-IF.
011640 2210-EXIT.
011650     EXIT.
011660
011670 2220-BUS-DAY-STEP.
011680     COMPUTE WS-DAY-NUM =
011690         FUNCTION MOD (WS-WORK-INT, 7).
011700     MOVE FUNCTION DATE-OF-INTEGER (WS-WORK-INT) TO WS-WORK-DATE.
011710
011720     IF WS-DAY-NUM NOT = 0 AND WS-DAY-NUM NOT = 6
011730         PERFORM 2230-CHECK-HOLIDAY THRU 2230-EXIT
011740         IF NOT WS-DATE-INVALID
011750             ADD 1 TO WS-BUS-DAYS
011760         END-IF
011770     END-IF.
011780
011790     ADD 1 TO WS-WORK-INT.
011800 2220-EXIT.
011810     EXIT.
011820
011830*-----------------------------------------------------------
011840* 2230-CHECK-HOLIDAY
011850* REUTILIZA EL SWITCH DE VALIDEZ DE FECHA COMO BANDERA
011860* TEMPORAL: "INVALIDO" AQUI SOLO SIGNIFICA "ES FESTIVO".
011870*-----------------------------------------------------------
011880 2230-CHECK-HOLIDAY.
011890     SET WS-DATE-VALID TO TRUE.
011900     SET HOL-IDX TO 1.
011910     PERFORM 2240-HOLIDAY-LOOKUP THRU 2240-EXIT
011920         WS-HOL-TALLY TIMES.
011930 2230-EXIT.
011940     EXIT.
011950
011960*-----------------------------------------------------------
011970* 2240-HOLIDAY-LOOKUP
011980* EL FESTIVO CUENTA SI LA FECHA COINCIDE Y SU CALENDARIO
011990* APLICA AL REGISTRO: REGISTRO SIN CALENDARIO = TODOS LOS
012000* FESTIVOS, FESTIVO SIN CALENDARIO = TODOS LOS MERCADOS, Y
012010* SI NO, EL CODIGO DEL REGISTRO DEBE APARECER EN ALGUNA DE
012020* LAS DOS MITADES DEL CALENDARIO DEL FESTIVO (MXUS APLICA
012030* TANTO A MX COMO A US).
012040*-----------------------------------------------------------
012050 2240-HOLIDAY-LOOKUP.
012060     IF WS-HOL-FECHA-E (HOL-IDX) = WS-WORK-DATE
012070         IF FI-CAL = SPACE
012080             OR WS-HOL-CAL-E (HOL-IDX) = SPACE
012090             OR FI-CAL = WS-HOL-CAL-E (HOL-IDX) (1:2)
012100             OR FI-CAL = WS-HOL-CAL-E (HOL-IDX) (3:2)
012110             SET WS-DATE-INVALID TO TRUE
012120         END-IF
012130     END-IF.
012140     SET HOL-IDX UP BY 1.
012150 2240-EXIT.
012160     EXIT.
012170
012180*-----------------------------------------------------------
012190* 2250-CACHE-LOOKUP
012200* BUSCA LA PAREJA ACTUAL EN LA TABLA DEL MAESTRO. EN UN
012210* ACIERTO DEJA LOS RESULTADOS GUARDADOS EN WS-CALC-DAYS,
012220* WS-BUS-DAYS Y WS-END-DATE.
012230*-----------------------------------------------------------
012240 2250-CACHE-LOOKUP.
012250     MOVE "N" TO WS-CACHE-HIT-SW.
012260     IF WS-MST-TALLY = ZERO
012270         GO TO 2250-EXIT
012280     END-IF.
012290     MOVE FI-MODE       TO WS-ARG-MODE.
012300     MOVE FI-FECH1      TO WS-ARG-FECH1.
012310     MOVE FI-FECH2-DATA TO WS-ARG-FECH2.
012320     MOVE FI-CAL        TO WS-ARG-CAL.
012330     SEARCH ALL WS-CACHE-ENTRY
012340         AT END
012350             CONTINUE
012360         WHEN WS-CACHE-KEY (MST-IDX) = WS-CACHE-ARG
012370             SET WS-CACHE-HIT TO TRUE
012380             MOVE WS-CACHE-CALC (MST-IDX) TO WS-CALC-DAYS
012390             MOVE WS-CACHE-BUS (MST-IDX)  TO WS-BUS-DAYS
012400             MOVE WS-CACHE-END (MST-IDX)  TO WS-END-DATE
012410     END-SEARCH.
012420 2250-EXIT.
012430     EXIT.
012440
012450*-----------------------------------------------------------
012460* 2260-CACHE-STORE
012470* INSERTA EL RESULTADO RECIEN CALCULADO EN SU LUGAR DE LA
012480* TABLA PARA CONSERVAR EL ORDEN DE LLAVE QUE EXIGE EL
012490* SEARCH ALL. SI LA TABLA ESTA LLENA NO SE GUARDA.
012500*-----------------------------------------------------------
012510 2260-CACHE-STORE.
012520     IF WS-MST-TALLY >= 5000
012530         GO TO 2260-EXIT
012540     END-IF.
012550     MOVE FI-MODE       TO WS-ARG-MODE.
012560     MOVE FI-FECH1      TO WS-ARG-FECH1.
012570     MOVE FI-FECH2-DATA TO WS-ARG-FECH2.
012580     MOVE FI-CAL        TO WS-ARG-CAL.
012590     MOVE ZERO TO WS-MST-IDX2.
012600     COMPUTE WS-MST-POS = WS-MST-TALLY + 1.
012610     PERFORM 2265-BUSCA-POS THRU 2265-EXIT
012620         WS-MST-TALLY TIMES.
012630     ADD 1 TO WS-MST-TALLY.
012640     COMPUTE WS-MST-IDX2 = WS-MST-TALLY - 1.
012650     PERFORM 2270-CORRE-CACHE THRU 2270-EXIT
012660         UNTIL WS-MST-IDX2 < WS-MST-POS.
012670     MOVE WS-CACHE-ARG  TO WS-CACHE-KEY (WS-MST-POS).
012680     MOVE WS-CALC-DAYS  TO WS-CACHE-CALC (WS-MST-POS).
012690     MOVE WS-BUS-DAYS   TO WS-CACHE-BUS (WS-MST-POS).
012700     MOVE WS-END-DATE   TO WS-CACHE-END (WS-MST-POS).
012710 2260-EXIT.
012720     EXIT.
012730
012740 2265-BUSCA-POS.
012750     ADD 1 TO WS-MST-IDX2.
012760     IF WS-CACHE-KEY (WS-MST-IDX2) > WS-CACHE-ARG
012770         AND WS-MST-IDX2 < WS-MST-POS
012780         MOVE WS-MST-IDX2 TO WS-MST-POS
012790     END-IF.
012800 2265-EXIT.
012810     EXIT.
012820
012830 2270-CORRE-CACHE.
012840     MOVE WS-CACHE-ENTRY (WS-MST-IDX2)
012850         TO WS-CACHE-ENTRY (WS-MST-IDX2 + 1).
012860     SUBTRACT 1 FROM WS-MST-IDX2.
012870 2270-EXIT.
012880     EXIT.
012890
012900*-----------------------------------------------------------
012910* 2300-CALC-ADD
012920* SUMA UN OFFSET DE DIAS (POSITIVO O NEGATIVO) A FI-FECH1
012930* Y REGRESA LA FECHA RESULTANTE EN WS-END-DATE. SI LA
012940* PAREJA YA ESTA EN EL MAESTRO SE TOMA DE AHI.
012950*-----------------------------------------------------------
012960 2300-CALC-ADD.
012970     PERFORM 2250-CACHE-LOOKUP THRU 2250-EXIT.
012980     IF WS-CACHE-HIT
012990         ADD 1 TO WS-HIT-COUNT
013000     ELSE
013010         ADD 1 TO WS-MISS-COUNT
013020         COMPUTE WS-START-INT =
013030             FUNCTION INTEGER-OF-DATE (FI-FECH1)
013040         COMPUTE WS-WORK-INT = WS-START-INT + FI-OFFSET
013050         MOVE FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
013060             TO WS-END-DATE
013070         MOVE FI-OFFSET TO WS-CALC-DAYS
013080         MOVE ZERO TO WS-BUS-DAYS
013090         PERFORM 2260-CACHE-STORE THRU 2260-EXIT
013100     END-IF.
013110
013120     MOVE "2"            TO WOL-MODE.
013130     MOVE FI-FECH1       TO WOL-FECH1.
013140     MOVE FI-CAL         TO WOL-CAL.
013150     MOVE WS-END-DATE    TO WOL-FECH2.
013160     MOVE FI-OFFSET      TO WOL-CALC-DAYS WLL-RESULTADO.
013170     MOVE ZERO           TO WOL-BUS-DAYS.
013180     MOVE "FECH1 + OFFSET = FECHA FINAL"  TO WOL-MSG.
013190     MOVE "A"            TO WLL-ESTADO.
013200     PERFORM 2800-WRITE-OUT THRU 2800-EXIT.
013210 2300-EXIT.
013220     EXIT.
013230
013240*-----------------------------------------------------------
013250* 2350-CALC-BUS-ADD
013260* SUMA UN OFFSET DE DIAS HABILES (POSITIVO O NEGATIVO) A
013270* FI-FECH1: CADA PASO AVANZA UN DIA DE CALENDARIO Y SOLO
013280* DESCUENTA DEL OFFSET LOS DIAS QUE NO SON SABADO, DOMINGO
013290* NI FESTIVO DEL CALENDARIO FI-CAL, ASI QUE LA FECHA FINAL
013300* SIEMPRE CAE EN DIA HABIL. SI LA PAREJA YA ESTA EN EL
013310* MAESTRO SE TOMA DE AHI SIN RECORRER DIA POR DIA.
013320*-----------------------------------------------------------
013330 2350-CALC-BUS-ADD.
013340     PERFORM 2250-CACHE-LOOKUP THRU 2250-EXIT.
013350     IF WS-CACHE-HIT
013360         ADD 1 TO WS-HIT-COUNT
013370     ELSE
013380         ADD 1 TO WS-MISS-COUNT
013390         COMPUTE WS-START-INT =
013400             FUNCTION INTEGER-OF-DATE (FI-FECH1)
013410         MOVE WS-START-INT TO WS-WORK-INT
013420         MOVE FI-FECH1     TO WS-WORK-DATE
013430         IF FI-OFFSET < ZERO
013440             MOVE -1 TO WS-STEP-DIR
013450             COMPUTE WS-OFS-REMAIN = ZERO - FI-OFFSET
013460         ELSE
013470             MOVE 1 TO WS-STEP-DIR
013480             MOVE FI-OFFSET TO WS-OFS-REMAIN
013490         END-IF
013500         PERFORM 2360-BUS-ADD-STEP THRU 2360-EXIT
013510             UNTIL WS-OFS-REMAIN = ZERO
013520         MOVE WS-WORK-DATE TO WS-END-DATE
013530*        EL PRIMER RESULTADO GUARDA LOS DIAS DE CALENDARIO
013540*        QUE SE RECORRIERON Y EL SEGUNDO EL OFFSET DE
013550*        HABILES PEDIDO, PARA PODER VER CUANTO SE ESTIRO EL
013560*        PLAZO POR FINES DE SEMANA Y FESTIVOS.
013570         COMPUTE WS-CALC-DAYS = WS-WORK-INT - WS-START-INT
013580         MOVE FI-OFFSET TO WS-BUS-DAYS
013590         PERFORM 2260-CACHE-STORE THRU 2260-EXIT
013600     END-IF.
013610
013620     MOVE "3"            TO WOL-MODE.
013630     MOVE FI-FECH1       TO WOL-FECH1.
013640     MOVE FI-CAL         TO WOL-CAL.
013650     MOVE WS-END-DATE    TO WOL-FECH2.
013660     MOVE WS-CALC-DAYS   TO WOL-CALC-DAYS.
013670     MOVE WS-BUS-DAYS    TO WOL-BUS-DAYS WLL-RESULTADO.
013680     MOVE "FECH1 + HABILES = FECHA FINAL"  TO WOL-MSG.
013690     MOVE "A"            TO WLL-ESTADO.
013700     PERFORM 2800-WRITE-OUT THRU 2800-EXIT.
013710 2350-EXIT.
013720     EXIT.
013730
013740*-----------------------------------------------------------
013750* 2360-BUS-ADD-STEP
013760* DA UN PASO DE DIA DE CALENDARIO EN LA DIRECCION DEL
013770* OFFSET Y DESCUENTA UN DIA HABIL SI EL DIA PISADO NO ES
013780* FIN DE SEMANA NI FESTIVO DEL CALENDARIO DEL REGISTRO.
013790*-----------------------------------------------------------
013800 2360-BUS-ADD-STEP.
013810     COMPUTE WS-WORK-INT = WS-WORK-INT + WS-STEP-DIR.
013820     COMPUTE WS-DAY-NUM =
013830         FUNCTION MOD (WS-WORK-INT, 7).
013840     MOVE FUNCTION DATE-OF-INTEGER (WS-WORK-INT) TO WS-WORK-DATE.
013850     IF WS-DAY-NUM NOT = 0 AND WS-DAY-NUM NOT = 6
013860         PERFORM 2230-CHECK-HOLIDAY THRU 2230-EXIT
013870         IF NOT WS-DATE-INVALID
013880             SUBTRACT 1 FROM WS-OFS-REMAIN
013890         END-IF
013900     END-IF.
013910 2360-EXIT.
013920     EXIT.
013930
013940*-----------------------------------------------------------
013950* 2400-BAD-MODE
013960* EL CODIGO DE MODO DEL REGISTRO NO ES "1", "2" NI "3".
013970*-----------------------------------------------------------
013980 2400-BAD-MODE.
013990     MOVE FI-MODE        TO WOL-MODE.
014000     MOVE FI-FECH1       TO WOL-FECH1.
014010     MOVE FI-CAL         TO WOL-CAL.
014020*    EL CODIGO DE MODO NO ES "1", "2" NI "3", ASI QUE NO SE SABE SI
014030*    FI-FECH2-DATA CONTIENE UNA FECHA O UN OFFSET; NO SE USA.
014040     MOVE ZERO           TO WOL-FECH2.
014050     MOVE ZERO           TO WOL-CALC-DAYS WOL-BUS-DAYS
014060                            WLL-RESULTADO.
014070     MOVE "CODIGO DE MODO DESCONOCIDO"  TO WOL-MSG.
014080     MOVE "03"           TO WS-REJ-REASON.
014090     MOVE "R"            TO WLL-ESTADO.
014100     PERFORM 2550-WRITE-REJECT THRU 2550-EXIT.
014110     PERFORM 2800-WRITE-OUT THRU 2800-EXIT.
014120 2400-EXIT.
014130     EXIT.
014140
014150*-----------------------------------------------------------
014160* 2500-WRITE-INVALID
014170* ESCRIBE EL RENGLON DE RESULTADO PARA UNA FECHA RECHAZADA.
014180*-----------------------------------------------------------
014190 2500-WRITE-INVALID.
014200     MOVE FI-MODE        TO WOL-MODE.
014210     MOVE FI-FECH1       TO WOL-FECH1.
014220     MOVE FI-CAL         TO WOL-CAL.
014230*    FI-FECH2 SOLO ES UNA FECHA REAL EN MODO 1; EN MODOS 2 Y 3
014240*    (U OTRO CODIGO) LOS MISMOS BYTES SON UN OFFSET CON SIGNO, NO
014250*    UNA FECHA, ASI QUE NO SE MUEVEN A WOL-FECH2.
014260     IF FI-MODE-DIFF
014270         MOVE FI-FECH2   TO WOL-FECH2
014280     ELSE
014290         MOVE ZERO       TO WOL-FECH2
014300     END-IF.
014310     MOVE ZERO           TO WOL-CALC-DAYS WOL-BUS-DAYS
014320                            WLL-RESULTADO.
014330     DISPLAY "FECHAS: " WOL-MSG.
014340     MOVE "R"            TO WLL-ESTADO.
014350     PERFORM 2550-WRITE-REJECT THRU 2550-EXIT.
014360     PERFORM 2800-WRITE-OUT THRU 2800-EXIT.
014370 2500-EXIT.
014380     EXIT.
014390
014400*-----------------------------------------------------------
014410* 2550-WRITE-REJECT
014420* COPIA EL REGISTRO DE ENTRADA TAL CUAL AL ARCHIVO DE
014430* RECHAZOS, CON LA CAUSA Y EL NUMERO DE REGISTRO, PARA QUE
014440* EL OPERADOR LO CORRIJA Y LO REPROCESE.
014450*-----------------------------------------------------------
014460 2550-WRITE-REJECT.
014470     MOVE SPACE          TO RJ-RECORD.
014480     MOVE FI-RECORD      TO RJ-DATA.
014490     MOVE WS-REJ-REASON  TO RJ-REASON.
014500     PERFORM 2610-BUILD-TIMESTAMP THRU 2610-EXIT.
014510     IF WS-RSB-RECNO NOT = ZERO AND WS-RSB-FECHA NOT = ZERO
014520         MOVE WS-RSB-RECNO  TO RJ-RECNO
014530         MOVE WS-RSB-FECHA  TO RJ-FECHA-NEG
014540     ELSE
014550         MOVE WS-REC-COUNT  TO RJ-RECNO
014560         MOVE WTS-DATE      TO RJ-FECHA-NEG
014570     END-IF.
014580     WRITE RJ-RECORD.
014590 2550-EXIT.
014600     EXIT.
014610
014620*-----------------------------------------------------------
014630* 2600-WRITE-LOG
014640* AGREGA UN RENGLON DE AUDITORIA A FECHAS-LOG.DAT CON
014650* FECH1, FECH2 (U OFFSET), RESULTADO Y LA MARCA DE TIEMPO.
014660*-----------------------------------------------------------
014670 2600-WRITE-LOG.
014680     PERFORM 2610-BUILD-TIMESTAMP THRU 2610-EXIT.
014690     MOVE WS-TIMESTAMP-DISPLAY TO WLL-STAMP.
014700     MOVE FI-MODE         TO WLL-MODE.
014710     MOVE FI-FECH1        TO WLL-FECH1.
014720*    WOL-FECH2 YA TIENE, PARA MODO 2, LA FECHA FINAL CALCULADA
014730*    (WS-END-DATE), NO EL CAMPO DE ENTRADA FI-FECH2 SIN USAR.
014740     MOVE WOL-FECH2       TO WLL-FECH2.
014750     IF WS-RESUB
014760         MOVE "S"         TO WLL-RESUB
014770     ELSE
014780         MOVE SPACE       TO WLL-RESUB
014790     END-IF.
014800     WRITE LOG-RECORD FROM WS-LOG-LINE.
014810 2600-EXIT.
014820     EXIT.
014830
014840*-----------------------------------------------------------
014850* 2610-BUILD-TIMESTAMP
014860* HORA DEL RELOJ, PERO CON LA FECHA DE NEGOCIO CUANDO LA HAY.
014870*-----------------------------------------------------------
014880 2610-BUILD-TIMESTAMP.
014890     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
014900     IF WS-FECHA-NEG NOT = ZERO
014910         MOVE WS-FECHA-NEG TO WTS-DATE
014920     END-IF.
014930     MOVE WTS-DATE (1:4)  TO WTD-YEAR.
014940     MOVE WTS-DATE (5:2)  TO WTD-MONTH.
014950     MOVE WTS-DATE (7:2)  TO WTD-DAY.
014960     MOVE WTS-TIME (1:2)  TO WTD-HOUR.
014970     MOVE WTS-TIME (3:2)  TO WTD-MIN.
014980     MOVE WTS-TIME (5:2)  TO WTD-SEC.
014990 2610-EXIT.
015000     EXIT.
015010
015020*-----------------------------------------------------------
015030* 2700-CHECKPOINT
015040* CADA WS-CKP-INTERVAL REGISTROS, REESCRIBE FECHAS-CKP.DAT
015050* CON EL NUMERO DE REGISTRO PROCESADO PARA PERMITIR UN
015060* REINICIO SI LA CORRIDA TERMINA DE FORMA ANORMAL.
015070*-----------------------------------------------------------
015080 2700-CHECKPOINT.
015090     IF FUNCTION MOD (WS-REC-COUNT, WS-CKP-INTERVAL) = ZERO
015100         OPEN OUTPUT FECHAS-CKP
015110         IF WS-CKP-STATUS NOT = "00"
015120             DISPLAY "FECHAS: NO SE PUDO ABRIR FECHAS-CKP.DAT "
015130                 WS-CKP-STATUS
015140             GO TO 9999-ABEND
015150         END-IF
015160         MOVE WS-REC-COUNT TO CKP-LAST-COUNT
015170         MOVE WS-RUN-MODE  TO CKP-RUN-MODE
015180         WRITE CKP-RECORD
015190         CLOSE FECHAS-CKP
015200     END-IF.
015210 2700-EXIT.
015220     EXIT.
015230
015240*-----------------------------------------------------------
015250* 2800-WRITE-OUT
015260*-----------------------------------------------------------
015270 2800-WRITE-OUT.
015280     WRITE FO-RECORD FROM WS-OUT-LINE.
015290 2800-EXIT.
015300     EXIT.
015310
015320*-----------------------------------------------------------
015330* 2900-READ-FECHAS-IN
015340*-----------------------------------------------------------
015350 2900-READ-FECHAS-IN.
015360*    EN UN REPROCESO LA ENTRADA ES EL ARCHIVO DE RECHAZOS
015370*    CORREGIDO; SOLO SUS PRIMERAS 19 POSICIONES SON EL
015380*    REGISTRO ORIGINAL, QUE SE DEJA EN FI-RECORD PARA QUE
015390*    EL RESTO DEL PROCESO NO CAMBIE.
015400     IF WS-RESUB
015410         READ FECHAS-RSB
015420             AT END
015430                 SET WS-EOF TO TRUE
015440         END-READ
015450         MOVE ZERO TO WS-RSB-RECNO WS-RSB-FECHA
015460         IF NOT WS-EOF
015470             MOVE RSB-DATA TO FI-RECORD
015480             IF RSB-RECNO NUMERIC AND RSB-FECHA-NEG NUMERIC
015490                 MOVE RSB-RECNO     TO WS-RSB-RECNO
015500                 MOVE RSB-FECHA-NEG TO WS-RSB-FECHA
015510             END-IF
015520         END-IF
015530     ELSE
015540         READ FECHAS-IN
015550             AT END
015560                 SET WS-EOF TO TRUE
015570         END-READ
015580*        EL ENCABEZADO DE CONTROL NO ES UN DATO, SE
015590*        BRINCA; LA SUMARIA MARCA EL FIN DE LOS DATOS.
015600         IF NOT WS-EOF AND FI-CTL-ENCABEZADO
015610             READ FECHAS-IN
015620                 AT END
015630                     SET WS-EOF TO TRUE
015640             END-READ
015650         END-IF
015660         IF NOT WS-EOF AND FI-CTL-SUMARIA
015670             SET WS-EOF TO TRUE
015680         END-IF
015690     END-IF.
015700 2900-EXIT.
015710     EXIT.
015720
015730*-----------------------------------------------------------
015740* 8000-TERMINATE
015750* AL TERMINAR NORMALMENTE SE REINICIA EL CHECKPOINT EN CERO
015760* PARA QUE LA SIGUIENTE CORRIDA EMPIECE DESDE EL PRINCIPIO.
015770*-----------------------------------------------------------
015780 8000-TERMINATE.
015790     OPEN OUTPUT FECHAS-CKP.
015800     IF WS-CKP-STATUS NOT = "00"
015810         DISPLAY "FECHAS: NO SE PUDO ABRIR FECHAS-CKP.DAT "
015820             WS-CKP-STATUS
015830         GO TO 9999-ABEND
015840     END-IF.
015850     MOVE ZERO TO CKP-LAST-COUNT.
015860     MOVE WS-RUN-MODE TO CKP-RUN-MODE.
015870     WRITE CKP-RECORD.
015880     CLOSE FECHAS-CKP.
015890
015900     IF WS-RESUB
015910         CLOSE FECHAS-RSB
015920     ELSE
015930         CLOSE FECHAS-IN
015940     END-IF.
015950     CLOSE FECHAS-OUT.
015960     CLOSE FECHAS-REJ.
015970     CLOSE FECHAS-LOG.
015980
015990     PERFORM 8100-GRABA-MAESTRO THRU 8100-EXIT.
016000
016010     MOVE "FIN"     TO WRC-FUNCION.
016020     MOVE "FECHAS"  TO WRC-TRABAJO.
016030     MOVE "TERMINO" TO WRC-ESTADO.
016040     MOVE WS-REC-COUNT TO WRC-REGISTROS.
016050     MOVE ZERO      TO WRC-RETCODE.
016060     CALL "RUNCTL" USING WS-RUNCTL-PARAM.
016070
016080     DISPLAY "FECHAS: REGISTROS PROCESADOS: " WS-REC-COUNT.
016090     DISPLAY "FECHAS: ACIERTOS DEL MAESTRO: " WS-HIT-COUNT
016100         " CALCULOS NUEVOS: " WS-MISS-COUNT.
016110 8000-EXIT.
016120     EXIT.
016130
016140*-----------------------------------------------------------
016150* 8100-GRABA-MAESTRO
016160* REESCRIBE FECHAS-MST.DAT DESDE LA TABLA (QUE ESTA EN
016170* ORDEN DE LLAVE) Y GRABA EN FECHAS-MCT.DAT LA HUELLA DEL
016180* CALENDARIO CON EL QUE SE CALCULO.
016190*-----------------------------------------------------------
016200 8100-GRABA-MAESTRO.
016210     OPEN OUTPUT FECHAS-MST.
016220     IF WS-MST-STATUS NOT = "00"
016230         DISPLAY "FECHAS: NO SE PUDO ABRIR FECHAS-MST.DAT "
016240             WS-MST-STATUS
016250         GO TO 9999-ABEND
016260     END-IF.
016270     MOVE ZERO TO WS-MST-IDX2.
016280     PERFORM 8110-GRABA-UNO THRU 8110-EXIT
016290         WS-MST-TALLY TIMES.
016300     CLOSE FECHAS-MST.
016310
016320     OPEN OUTPUT FECHAS-MCT.
016330     IF WS-MCT-STATUS NOT = "00"
016340         DISPLAY "FECHAS: NO SE PUDO ABRIR FECHAS-MCT.DAT "
016350             WS-MCT-STATUS
016360         GO TO 9999-ABEND
016370     END-IF.
016380     MOVE WS-HOL-TALLY TO MCT-HOL-TALLY.
016390     MOVE "03"         TO MCT-TRAZA.
016400     MOVE WS-HOL-SUM   TO MCT-HOL-SUM.
016410     MOVE WS-HOL-WSUM  TO MCT-HOL-WSUM.
016420     MOVE WS-HOL-CSUM  TO MCT-HOL-CSUM.
016430     WRITE MCT-RECORD.
016440     CLOSE FECHAS-MCT.
016450 8100-EXIT.
016460     EXIT.
016470
016480 8110-GRABA-UNO.
016490     ADD 1 TO WS-MST-IDX2.
016500     MOVE WS-CACHE-KEY (WS-MST-IDX2)  TO MST-KEY.
016510     MOVE WS-CACHE-CALC (WS-MST-IDX2) TO MST-CALC-DAYS.
016520     MOVE WS-CACHE-BUS (WS-MST-IDX2)  TO MST-BUS-DAYS.
016530     MOVE WS-CACHE-END (WS-MST-IDX2)  TO MST-END-DATE.
016540     WRITE MST-RECORD.
016550 8110-EXIT.
016560     EXIT.
016570
016580*-----------------------------------------------------------
016590* 9999-ABEND
016600* TERMINACION ANORMAL POR ERROR DE ARCHIVO. EL CHECKPOINT
016610* NO SE REINICIA, ASI QUE EL REINICIO PARTIRA DEL ULTIMO
016620* VALOR GRABADO.
016630*-----------------------------------------------------------
016640 9999-ABEND.
016650     DISPLAY "FECHAS: TERMINACION ANORMAL.".
016660     MOVE "FIN"    TO WRC-FUNCION.
016670     MOVE "FECHAS" TO WRC-TRABAJO.
016680     MOVE "ABENDO" TO WRC-ESTADO.
016690     MOVE WS-REC-COUNT TO WRC-REGISTROS.
016700     MOVE 16       TO WRC-RETCODE.
016710     CALL "RUNCTL" USING WS-RUNCTL-PARAM.
016720     MOVE 16 TO RETURN-CODE.
016730     GOBACK.
016740
016750 END PROGRAM FECHAS.
