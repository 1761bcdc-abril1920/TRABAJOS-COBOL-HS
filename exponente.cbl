000560*                   QUE CABEN, Y LA CAUSA 03 QUEDA SOLO
000570*                   PARA EL CASO EXTREMO EN QUE NI EL
000580*                   EXPONENTE DE TRES DIGITOS ALCANZA.
000590* 2026-10-15  JA    LA FECHA QUE SE EXIGE EN EL ENCABEZADO
000600*                   DE EXPO-IN ES LA FECHA DE NEGOCIO DE
000610*                   FECHA-NEG.DAT (VIA FECNEG), NO LA DEL
000620*                   RELOJ. SIN FECHA-NEG.DAT SE USA LA DEL
000630*                   SISTEMA, CON AVISO.
000640* 2026-10-15  JA    CADA RECHAZO LLEVA AL FINAL LA FECHA DE
000650*                   NEGOCIO DE LA CORRIDA, PARA QUE EL
000660*                   INVENTARIO DE RECHAZOS LO IDENTIFIQUE
000670*                   POR FECHA Y NUMERO DE REGISTRO. EN UN
000680*                   REPROCESO, EL RECHAZO CONSERVA EL NUMERO
000690*                   DE REGISTRO Y LA FECHA ORIGINALES QUE
000700*                   TRAE EL RENGLON DE EXPO-RSB.
000710*-----------------------------------------------------------
000720
000730 ENVIRONMENT DIVISION.
000740 CONFIGURATION SECTION.
000750 SOURCE-COMPUTER. GENERICO.
000760 OBJECT-COMPUTER. GENERICO.
000770
000780 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000800     SELECT EXPO-IN ASSIGN TO "EXPO-IN.DAT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-IN-STATUS.
000830
000840     SELECT EXPO-OUT ASSIGN TO "EXPO-OUT.DAT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-OUT-STATUS.
000870
000880     SELECT EXPO-CKP ASSIGN TO "EXPO-CKP.DAT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-CKP-STATUS.
000910
000920     SELECT EXPO-REJ ASSIGN TO "EXPO-REJ.DAT"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-REJ-STATUS.
000950
000960     SELECT EXPO-RSB ASSIGN TO "EXPO-RSB.DAT"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-RSB-STATUS.
000990
001000     SELECT EXPO-PRM ASSIGN TO "EXPO-PRM.DAT"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-PRM-STATUS.
001030
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  EXPO-IN.
001070 01  EI-RECORD.
001080     05 EI-NUM1                  PIC S999V99
001090        SIGN IS TRAILING SEPARATE CHARACTER.
001100     05 EI-NUM2                  PIC S999V99
001110        SIGN IS TRAILING SEPARATE CHARACTER.
001120
001130*-----------------------------------------------------------
001140* REGISTROS DE CONTROL DE LOTE, SOBRE LA MISMA AREA QUE EL
001150* REGISTRO DE DATOS. EL PRIMER RENGLON DEL ARCHIVO ES EL
001160* ENCABEZADO "H" (FECHA DE NEGOCIO Y ORIGEN) Y EL ULTIMO LA
001170* SUMARIA "T" (TOTAL DE REGISTROS Y SUMA DE CONTROL DE LOS
001180* CINCO DIGITOS DE NUM1). LOS DATOS EMPIEZAN CON UN DIGITO,
001190* ASI QUE EL PRIMER BYTE DISTINGUE SIN AMBIGUEDAD.
001200*-----------------------------------------------------------
001210 01  EI-CTL-RECORD.
001220     05 EI-CTL-TIPO              PIC X(01).
001230        88 EI-CTL-ENCABEZADO               VALUE "H".
001240        88 EI-CTL-SUMARIA                  VALUE "T".
001250     05 FILLER                   PIC X(19).
001260
001270 01  EI-HDR-RECORD.
001280     05 FILLER                   PIC X(01).
001290     05 EI-HDR-FECHA             PIC 9(08).
001300     05 EI-HDR-ORIGEN            PIC X(08).
001310     05 FILLER                   PIC X(03).
001320
001330 01  EI-TRL-RECORD.
001340     05 FILLER                   PIC X(01).
001350     05 EI-TRL-COUNT             PIC 9(07).
001360     05 EI-TRL-HASH              PIC 9(12).
001370
001380 FD  EXPO-OUT.
001390 01  EO-RECORD                   PIC X(80).
001400
001410 FD  EXPO-CKP.
001420 01  CKP-RECORD.
001430     05 CKP-LAST-COUNT           PIC 9(07).
001440*    MODO DE LA CORRIDA QUE DEJO EL CHECKPOINT: "N" NORMAL
001450*    (LEE EXPO-IN) O "R" REPROCESO (LEE EXPO-RSB). UNA
001460*    REANUDACION EN EL MODO CONTRARIO BRINCARIA REGISTROS
001470*    DEL ARCHIVO EQUIVOCADO, ASI QUE SE RECHAZA.
001480     05 CKP-RUN-MODE             PIC X(01).
001490
001500*-----------------------------------------------------------
001510* RJ-RECORD: LA PAREJA DE ENTRADA RECHAZADA TAL CUAL,
001520* SEGUIDA DE LA CAUSA, EL NUMERO DE REGISTRO DE ENTRADA Y LA
001530* FECHA DE NEGOCIO EN QUE SE RECHAZO.
001540* CAUSAS: 01 BASE NEGATIVA CON EXPONENTE NO ENTERO, 02 BASE
001550* CERO CON EXPONENTE NEGATIVO, 03 DESBORDAMIENTO.
001560*-----------------------------------------------------------
001570 FD  EXPO-REJ.
001580 01  RJ-RECORD.
001590     05 RJ-DATA                  PIC X(12).
001600     05 FILLER                   PIC X(01).
001610     05 RJ-REASON                PIC X(02).
001620     05 FILLER                   PIC X(01).
001630     05 RJ-RECNO                 PIC 9(07).
001640     05 FILLER                   PIC X(01).
001650     05 RJ-FECHA-NEG             PIC 9(08).
001660
001670*-----------------------------------------------------------
001680* EXPO-RSB: EL ARCHIVO DE RECHAZOS YA CORREGIDO POR EL
001690* OPERADOR (COPIA DE EXPO-REJ), QUE SE VUELVE A METER COMO
001700* ENTRADA CUANDO EXPO-PRM TRAE "R". LAS PRIMERAS 12
001710* POSICIONES SON LA PAREJA; EL NUMERO DE REGISTRO Y LA FECHA
001720* ORIGINALES SOLO SE ARRASTRAN A UN NUEVO RECHAZO. UN
001730* RENGLON DE ANTES (SIN FECHA) SE RECHAZA COMO NUEVO.
001740*-----------------------------------------------------------
001750 FD  EXPO-RSB.
001760 01  RSB-RECORD.
001770     05 RSB-DATA                 PIC X(12).
001780     05 FILLER                   PIC X(01).
001790     05 RSB-REASON               PIC X(02).
001800     05 FILLER                   PIC X(01).
001810     05 RSB-RECNO                PIC 9(07).
001820     05 FILLER                   PIC X(01).
001830     05 RSB-FECHA-NEG            PIC 9(08).
001840
001850 FD  EXPO-PRM.
001860 01  PRM-RECORD.
001870     05 PRM-MODO                 PIC X(01).
001880        88 PRM-REPROCESO                   VALUE "R".
001890
001900 WORKING-STORAGE SECTION.
001910*-----------------------------------------------------------
001920* INDICADORES DE ESTADO DE ARCHIVO
001930*-----------------------------------------------------------
001940 01  WS-FILE-STATUSES.
001950     05 WS-IN-STATUS              PIC X(02) VALUE "00".
001960     05 WS-OUT-STATUS             PIC X(02) VALUE "00".
001970     05 WS-CKP-STATUS             PIC X(02) VALUE "00".
001980     05 WS-REJ-STATUS             PIC X(02) VALUE "00".
001990     05 WS-RSB-STATUS             PIC X(02) VALUE "00".
002000     05 WS-PRM-STATUS             PIC X(02) VALUE "00".
002010
002020*-----------------------------------------------------------
002030* SWITCHES
002040*-----------------------------------------------------------
002050 01  WS-SWITCHES.
002060     05 WS-EOF-SW                 PIC X(01) VALUE "N".
002070        88 WS-EOF                           VALUE "Y".
002080     05 WS-VALID-SW                PIC X(01) VALUE "Y".
002090        88 WS-VALUES-VALID                  VALUE "Y".
002100        88 WS-VALUES-INVALID                VALUE "N".
002110     05 WS-SIZE-ERROR-SW           PIC X(01) VALUE "N".
002120        88 WS-SIZE-ERROR                    VALUE "Y".
002130     05 WS-CKP-FOUND-SW            PIC X(01) VALUE "N".
002140        88 WS-CKP-FOUND                     VALUE "Y".
002150     05 WS-RESUB-SW                PIC X(01) VALUE "N".
002160        88 WS-RESUB                         VALUE "Y".
002170
002180*-----------------------------------------------------------
002190* CONTADORES Y CAMPOS DE TRABAJO
002200*-----------------------------------------------------------
002210 77  WS-REC-COUNT                 PIC 9(07) COMP VALUE ZERO.
002220 77  WS-SKIP-COUNT                PIC 9(07) COMP VALUE ZERO.
002230 77  WS-CKP-INTERVAL              PIC 9(05) COMP VALUE 100.
002240 77  WS-RESULT                    PIC S9(05)V9(04).
002250 77  WS-INTEGER-PART              PIC S999V99.
002260*    CAMPOS DE LA FORMA CIENTIFICA: LOG10 DEL RESULTADO,
002270*    SU PARTE ENTERA (EXPONENTE DE DIEZ), LA FRACCION Y LA
002280*    MANTISA 1.000-9.999 QUE SALE DE ELLA.
002290 77  WS-LOG10                     PIC S9(05)V9(08) VALUE ZERO.
002300 77  WS-EXP10                     PIC S9(04) VALUE ZERO.
002310 77  WS-FRAC10                    PIC V9(08) VALUE ZERO.
002320 77  WS-MANT-W                    PIC 99V9(03) VALUE ZERO.
002330 77  WS-EXP-ENT                   PIC S9(03) VALUE ZERO.
002340 77  WS-REJ-REASON                PIC X(02) VALUE SPACE.
002350*    NUMERO DE REGISTRO Y FECHA ORIGINALES DEL RENGLON DE
002360*    EXPO-RSB EN CURSO; CEROS SI NO LOS TRAE.
002370 77  WS-RSB-RECNO                 PIC 9(07) VALUE ZERO.
002380 77  WS-RSB-FECHA                 PIC 9(08) VALUE ZERO.
002390*    MODO DE ESTA CORRIDA PARA EL CHECKPOINT: "N" NORMAL,
002400*    "R" REPROCESO DE RECHAZOS.
002410 77  WS-RUN-MODE                  PIC X(01) VALUE "N".
002420*    CIFRAS DE CONTROL DE LOTE: LO CONTADO/SUMADO DEL
002430*    ARCHIVO CONTRA LO DECLARADO EN LA SUMARIA. LA SUMA
002440*    TOMA LOS CINCO DIGITOS DE NUM1 COMO ENTERO.
002450 77  WS-CTL-COUNT                 PIC 9(07) COMP VALUE ZERO.
002460 77  WS-CTL-HASH                  PIC 9(12) VALUE ZERO.
002470 77  WS-CTL-DECL-COUNT            PIC 9(07) VALUE ZERO.
002480 77  WS-CTL-DECL-HASH             PIC 9(12) VALUE ZERO.
002490 77  WS-CTL-ORIGEN                PIC X(08) VALUE SPACE.
002500 77  WS-HASH-NUM-X                PIC X(05) VALUE ZERO.
002510 77  WS-HASH-NUM REDEFINES WS-HASH-NUM-X
002520                                  PIC 9(05).
002530*    FECHA DE NEGOCIO EN CURSO; CEROS = NO HAY FECHA-NEG.DAT
002540*    Y SE USA LA FECHA DEL SISTEMA.
002550 77  WS-FECHA-NEG                 PIC 9(08) VALUE ZERO.
002560
002570 01  WS-TIMESTAMP.
002580     05 WTS-DATE                  PIC 9(08).
002590     05 WTS-TIME                  PIC 9(08).
002600     05 WTS-DIFF                  PIC X(09) VALUE SPACE.
002610
002620*-----------------------------------------------------------
002630* RENGLON DE SALIDA (IMAGEN DE REPORTE)
002640*-----------------------------------------------------------
002650 01  WS-OUT-LINE.
002660     05 WOL-NUM1                  PIC S999V99
002670        SIGN IS TRAILING SEPARATE CHARACTER.
002680     05 FILLER                    PIC X(01) VALUE SPACE.
002690     05 WOL-NUM2                  PIC S999V99
002700        SIGN IS TRAILING SEPARATE CHARACTER.
002710     05 FILLER                    PIC X(01) VALUE SPACE.
002720     05 WOL-RESULT                PIC S9(05)V9(04)
002730        SIGN IS TRAILING SEPARATE CHARACTER.
002740     05 FILLER                    PIC X(01) VALUE SPACE.
002750     05 WOL-MSG                   PIC X(40).
002760
002770*-----------------------------------------------------------
002780* RENGLON DE SALIDA EN FORMA CIENTIFICA. LAS COLUMNAS DE
002790* NUM1, NUM2 Y MENSAJE CAEN EN LAS MISMAS POSICIONES QUE EN
002800* WS-OUT-LINE; SOLO EL RESULTADO CAMBIA A MANTISA "E"
002810* EXPONENTE (9999+E099+ = 9.999 POR DIEZ A LA 99).
002820*-----------------------------------------------------------
002830 01  WS-OUT-LINE-EXT.
002840     05 WOX-NUM1                  PIC S999V99
002850        SIGN IS TRAILING SEPARATE CHARACTER.
002860     05 FILLER                    PIC X(01) VALUE SPACE.
002870     05 WOX-NUM2                  PIC S999V99
002880        SIGN IS TRAILING SEPARATE CHARACTER.
002890     05 FILLER                    PIC X(01) VALUE SPACE.
002900     05 WOX-MANT                  PIC S9V9(03)
002910        SIGN IS TRAILING SEPARATE CHARACTER.
002920     05 FILLER                    PIC X(01) VALUE "E".
002930     05 WOX-EXP                   PIC S9(03)
002940        SIGN IS TRAILING SEPARATE CHARACTER.
002950     05 FILLER                    PIC X(01) VALUE SPACE.
002960     05 WOX-MSG                   PIC X(40).
002970
002980*-----------------------------------------------------------
002990* AREA DE COMUNICACION CON EL SUBPROGRAMA RUNCTL
003000*-----------------------------------------------------------
003010 01  WS-RUNCTL-PARAM.
003020     05 WRC-FUNCION               PIC X(03).
003030     05 WRC-TRABAJO               PIC X(08).
003040     05 WRC-ESTADO                PIC X(08).
003050     05 WRC-REGISTROS             PIC 9(07).
003060     05 WRC-RETCODE               PIC 9(03).
003070     05 WRC-RESULT                PIC X(02).
003080
003090*-----------------------------------------------------------
003100* AREA DE COMUNICACION CON EL SUBPROGRAMA FECNEG
003110*-----------------------------------------------------------
003120 01  WS-FECNEG-PARAM.
003130     05 WFN-FUNCION               PIC X(03).
003140     05 WFN-ACTUAL                PIC 9(08).
003150     05 WFN-ANTERIOR              PIC 9(08).
003160     05 WFN-SIGUIENTE             PIC 9(08).
003170     05 WFN-MALLA                 PIC 9(08).
003180     05 WFN-RESULT                PIC X(02).
003190
003200 PROCEDURE DIVISION.
003210*-----------------------------------------------------------
003220* 0000-MAINLINE
003230* CONTROLA LA SECUENCIA GENERAL DEL PROCESO DE LOTE.
003240*-----------------------------------------------------------
003250 0000-MAINLINE.
003260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003270     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
003280         UNTIL WS-EOF.
003290     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003300     GOBACK.
003310
003320*-----------------------------------------------------------
003330* 1000-INITIALIZE
003340* ABRE ARCHIVOS, RESUELVE REINICIO Y LEE EL PRIMER
003350* REGISTRO DE ENTRADA.
003360*-----------------------------------------------------------
003370 1000-INITIALIZE.
003380*    ANTES DE TOCAR CUALQUIER ARCHIVO SE REGISTRA LA
003390*    CORRIDA; SI YA HAY UNA ACTIVA DE EXPO NO SE INICIA,
003400*    PARA QUE DOS CORRIDAS NO ESCRIBAN A LA VEZ EN
003410*    EXPO-OUT Y EXPO-CKP.
003420     MOVE "REG"  TO WRC-FUNCION.
003430     MOVE "EXPO" TO WRC-TRABAJO.
003440     MOVE SPACE  TO WRC-ESTADO.
003450     MOVE ZERO   TO WRC-REGISTROS WRC-RETCODE.
003460     CALL "RUNCTL" USING WS-RUNCTL-PARAM.
003470     IF WRC-RESULT = "90"
003480         DISPLAY "EXPO: YA HAY UNA CORRIDA DE EXPO ACTIVA, "
003490             "NO SE INICIA."
003500         MOVE 12 TO RETURN-CODE
003510         GOBACK
003520     END-IF.
003530
003540     MOVE "CON" TO WFN-FUNCION.
003550     CALL "FECNEG" USING WS-FECNEG-PARAM.
003560     CANCEL "FECNEG".
003570     IF WFN-RESULT = "00"
003580         MOVE WFN-ACTUAL TO WS-FECHA-NEG
003590         DISPLAY "EXPO: FECHA DE NEGOCIO " WS-FECHA-NEG
003600     ELSE
003610         MOVE ZERO TO WS-FECHA-NEG
003620         DISPLAY "EXPO: SIN FECHA-NEG.DAT, SE USA LA FECHA "
003630             "DEL SISTEMA."
003640     END-IF.
003650
003660     MOVE "N" TO WS-EOF-SW WS-CKP-FOUND-SW WS-RESUB-SW.
003670     SET WS-VALUES-VALID TO TRUE.
003680     MOVE ZERO TO WS-REC-COUNT WS-SKIP-COUNT.
003690     PERFORM 1400-LEE-PARAMETRO THRU 1400-EXIT.
003700     IF WS-RESUB
003710         MOVE "R" TO WS-RUN-MODE
003720     ELSE
003730         MOVE "N" TO WS-RUN-MODE
003740     END-IF.
003750     IF WS-RESUB
003760         DISPLAY "EXPO: REPROCESO DE RECHAZOS, SE LEE "
003770             "EXPO-RSB.DAT"
003780         OPEN INPUT EXPO-RSB
003790         IF WS-RSB-STATUS NOT = "00"
003800             DISPLAY "EXPO: NO SE PUDO ABRIR EXPO-RSB.DAT "
003810                 WS-RSB-STATUS
003820             GO TO 9999-ABEND
003830         END-IF
003840     ELSE
003850         OPEN INPUT EXPO-IN
003860         IF WS-IN-STATUS NOT = "00"
003870             DISPLAY "EXPO: NO SE PUDO ABRIR EXPO-IN.DAT "
003880                 WS-IN-STATUS
003890             GO TO 9999-ABEND
003900         END-IF
003910     END-IF.
003920
003930*    LOS REGISTROS DE CONTROL SOLO VIAJAN EN EL ARCHIVO DE
003940*    ORIGINACION; EL ARCHIVO DE RECHAZOS CORREGIDO NO LOS
003950*    LLEVA Y NO SE VERIFICA.
003960     IF NOT WS-RESUB
003970         PERFORM 1600-VERIFICA-CONTROL THRU 1600-EXIT
003980     END-IF.
003990
004000     PERFORM 1200-CHECK-RESTART THRU 1200-EXIT.
004010     PERFORM 1300-OPEN-OUTPUT THRU 1300-EXIT.
004020     PERFORM 2900-READ-EXPO-IN THRU 2900-EXIT.
004030 1000-EXIT.
004040     EXIT.
004050
004060*-----------------------------------------------------------
004070* 1300-OPEN-OUTPUT
004080* SI EL CHECKPOINT INDICA QUE ESTA ES UNA REANUDACION, SE
004090* ABRE EXPO-OUT EN MODO EXTEND PARA CONSERVAR LOS RENGLONES
004100* YA ESCRITOS POR LA CORRIDA ANTERIOR; DE LO CONTRARIO SE
004110* ABRE EN MODO OUTPUT COMO UNA CORRIDA NUEVA.
004120*-----------------------------------------------------------
004130 1300-OPEN-OUTPUT.
004140     IF WS-CKP-FOUND
004150         OPEN EXTEND EXPO-OUT
004160         IF WS-OUT-STATUS = "05" OR WS-OUT-STATUS = "35"
004170             OPEN OUTPUT EXPO-OUT
004180         END-IF
004190     ELSE
004200         OPEN OUTPUT EXPO-OUT
004210     END-IF.
004220     IF WS-OUT-STATUS NOT = "00"
004230         DISPLAY "EXPO: NO SE PUDO ABRIR EXPO-OUT.DAT "
004240             WS-OUT-STATUS
004250         GO TO 9999-ABEND
004260     END-IF.
004270
004280*    EL ARCHIVO DE RECHAZOS SIGUE EL MISMO CRITERIO QUE
004290*    EXPO-OUT: SE CONSERVA EN UNA REANUDACION Y SE EMPIEZA
004300*    DE NUEVO EN UNA CORRIDA NUEVA.
004310     IF WS-CKP-FOUND
004320         OPEN EXTEND EXPO-REJ
004330         IF WS-REJ-STATUS = "05" OR WS-REJ-STATUS = "35"
004340             OPEN OUTPUT EXPO-REJ
004350         END-IF
004360     ELSE
004370         OPEN OUTPUT EXPO-REJ
004380     END-IF.
004390     IF WS-REJ-STATUS NOT = "00"
004400         DISPLAY "EXPO: NO SE PUDO ABRIR EXPO-REJ.DAT "
004410             WS-REJ-STATUS
004420         GO TO 9999-ABEND
004430     END-IF.
004440 1300-EXIT.
004450     EXIT.
004460
004470*-----------------------------------------------------------
004480* 1400-LEE-PARAMETRO
004490* EXPO-PRM.DAT ES OPCIONAL: SI EXISTE Y SU PRIMER RENGLON
004500* TRAE "R", LA CORRIDA ES UN REPROCESO DEL ARCHIVO DE
004510* RECHAZOS CORREGIDO.
004520*-----------------------------------------------------------
004530 1400-LEE-PARAMETRO.
004540     OPEN INPUT EXPO-PRM.
004550     IF WS-PRM-STATUS NOT = "00"
004560         GO TO 1400-EXIT
004570     END-IF.
004580     READ EXPO-PRM
004590         AT END
004600             MOVE SPACE TO PRM-MODO
004610     END-READ.
004620     IF PRM-REPROCESO
004630         SET WS-RESUB TO TRUE
004640     END-IF.
004650     CLOSE EXPO-PRM.
004660 1400-EXIT.
004670     EXIT.
004680
004690*-----------------------------------------------------------
004700* 1600-VERIFICA-CONTROL
004710* ANTES DE PROCESAR UN SOLO REGISTRO SE VERIFICAN LOS
004720* REGISTROS DE CONTROL DE EXPO-IN: EL ENCABEZADO DEBE
004730* TRAER LA FECHA DE NEGOCIO Y LA SUMARIA DEBE DECLARAR EL TOTAL
004740* DE REGISTROS Y LA SUMA DE NUM1 QUE REALMENTE LLEGARON.
004750* UN ARCHIVO TRUNCADO EN EL TRASLADO (SIN SUMARIA O CON
004760* CIFRAS DISTINTAS) O CON FECHA VIEJA SE RECHAZA COMPLETO.
004770* UN ARCHIVO SIN ENCABEZADO ES DE ANTES DE LOS CONTROLES Y
004780* SE PROCESA COMO SIEMPRE, CON AVISO.
004790*-----------------------------------------------------------
004800 1600-VERIFICA-CONTROL.
004810     MOVE "N" TO WS-EOF-SW.
004820     MOVE ZERO TO WS-CTL-COUNT WS-CTL-HASH
004830         WS-CTL-DECL-COUNT WS-CTL-DECL-HASH.
004840     READ EXPO-IN
004850         AT END
004860             SET WS-EOF TO TRUE
004870     END-READ.
004880     IF WS-EOF OR NOT EI-CTL-ENCABEZADO
004890         DISPLAY "EXPO: EXPO-IN.DAT SIN REGISTROS DE "
004900             "CONTROL, SE PROCESA COMO ANTES."
004910         GO TO 1600-REABRE
004920     END-IF.
004930
004940     MOVE EI-HDR-ORIGEN TO WS-CTL-ORIGEN.
004950     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
004960     IF WS-FECHA-NEG NOT = ZERO
004970         MOVE WS-FECHA-NEG TO WTS-DATE
004980     END-IF.
004990     IF EI-HDR-FECHA NOT = WTS-DATE
005000         DISPLAY "EXPO: LA FECHA DEL ENCABEZADO "
005010             EI-HDR-FECHA " NO ES LA FECHA DE NEGOCIO "
005020             WTS-DATE ", ARCHIVO VIEJO."
005030         GO TO 1600-RECHAZA
005040     END-IF.
005050
005060     PERFORM 1610-SUMA-CONTROL THRU 1610-EXIT
005070         UNTIL WS-EOF OR EI-CTL-SUMARIA.
005080     IF WS-EOF
005090         DISPLAY "EXPO: EXPO-IN.DAT SIN SUMARIA DE "
005100             "CONTROL, ARCHIVO INCOMPLETO."
005110         GO TO 1600-RECHAZA
005120     END-IF.
005130     MOVE EI-TRL-COUNT TO WS-CTL-DECL-COUNT.
005140     MOVE EI-TRL-HASH  TO WS-CTL-DECL-HASH.
005150     IF WS-CTL-DECL-COUNT NOT = WS-CTL-COUNT
005160         DISPLAY "EXPO: LA SUMARIA DECLARA "
005170             WS-CTL-DECL-COUNT " REGISTROS Y LLEGARON "
005180             WS-CTL-COUNT "."
005190         GO TO 1600-RECHAZA
005200     END-IF.
005210     IF WS-CTL-DECL-HASH NOT = WS-CTL-HASH
005220         DISPLAY "EXPO: LA SUMA DE CONTROL DE NUM1 NO "
005230             "COINCIDE CON LA SUMARIA."
005240         GO TO 1600-RECHAZA
005250     END-IF.
005260     DISPLAY "EXPO: CONTROL DE LOTE VERIFICADO, "
005270         WS-CTL-COUNT " REGISTROS DE " WS-CTL-ORIGEN.
005280
005290 1600-REABRE.
005300     CLOSE EXPO-IN.
005310     OPEN INPUT EXPO-IN.
005320     IF WS-IN-STATUS NOT = "00"
005330         DISPLAY "EXPO: NO SE PUDO REABRIR EXPO-IN.DAT "
005340             WS-IN-STATUS
005350         GO TO 9999-ABEND
005360     END-IF.
005370     MOVE "N" TO WS-EOF-SW.
005380     GO TO 1600-EXIT.
005390
005400*    EL RECHAZO CIERRA LA ENTRADA DE RUN-CTL QUE YA SE
005410*    REGISTRO, IGUAL QUE EL CANDADO DE MODO DEL CHECKPOINT.
005420 1600-RECHAZA.
005430     DISPLAY "EXPO: SE RECHAZA EL ARCHIVO DE ENTRADA, NO "
005440         "SE PROCESA UN SOLO REGISTRO."
005450     MOVE "FIN"     TO WRC-FUNCION.
005460     MOVE "EXPO"    TO WRC-TRABAJO.
005470     MOVE "RECHAZO" TO WRC-ESTADO.
005480     MOVE ZERO      TO WRC-REGISTROS.
005490     MOVE 12        TO WRC-RETCODE.
005500     CALL "RUNCTL" USING WS-RUNCTL-PARAM.
005510     CLOSE EXPO-IN.
005520     MOVE 12 TO RETURN-CODE.
005530     GOBACK.
005540 1600-EXIT.
005550     EXIT.
005560
005570*-----------------------------------------------------------
005580* 1610-SUMA-CONTROL
005590* CUENTA UN REGISTRO DE DATOS Y SUMA SUS CINCO DIGITOS DE
005600* NUM1 A LA CIFRA DE CONTROL. LA SUMA SOLO TOMA NUM1
005610* NUMERICOS, LA MISMA REGLA CON QUE EL ORIGINADOR ARMA LA
005620* SUMARIA.
005630*-----------------------------------------------------------
005640 1610-SUMA-CONTROL.
005650     READ EXPO-IN
005660         AT END
005670             SET WS-EOF TO TRUE
005680     END-READ.
005690     IF WS-EOF OR EI-CTL-SUMARIA
005700         GO TO 1610-EXIT
005710     END-IF.
005720     ADD 1 TO WS-CTL-COUNT.
005730     MOVE EI-RECORD (1:5) TO WS-HASH-NUM-X.
005740     IF WS-HASH-NUM-X IS NUMERIC
005750         ADD WS-HASH-NUM TO WS-CTL-HASH
005760     END-IF.
005770 1610-EXIT.
005780     EXIT.
005790
005800*-----------------------------------------------------------
005810* 1200-CHECK-RESTART
005820* SI EXISTE UN CHECKPOINT DE UNA CORRIDA ANTERIOR QUE NO
005830* TERMINO NORMALMENTE, SE BRINCAN ESOS REGISTROS DE
005840* EXPO-IN PARA REANUDAR DONDE SE QUEDO EL PROCESO.
005850*-----------------------------------------------------------
005860 1200-CHECK-RESTART.
005870     OPEN INPUT EXPO-CKP.
005880     IF WS-CKP-STATUS = "00"
005890         READ EXPO-CKP
005900             AT END
005910                 MOVE ZERO TO CKP-LAST-COUNT
005920         END-READ
005930         CLOSE EXPO-CKP
005940         IF CKP-LAST-COUNT > 0
005950             SET WS-CKP-FOUND TO TRUE
005960             MOVE CKP-LAST-COUNT TO WS-SKIP-COUNT
005970         END-IF
005980     END-IF.
005990
006000*    UN CHECKPOINT SIN MODO VIENE DE ANTES DEL REPROCESO,
006010*    CUANDO TODAS LAS CORRIDAS ERAN NORMALES.
006020     IF WS-CKP-FOUND AND CKP-RUN-MODE = SPACE
006030         MOVE "N" TO CKP-RUN-MODE
006040     END-IF.
006050
006060*    REANUDAR EN EL MODO CONTRARIO BRINCARIA REGISTROS DEL
006070*    ARCHIVO EQUIVOCADO Y ABRIRIA LAS SALIDAS EN EXTEND
006080*    SOBRE LA CORRIDA AJENA; SE RECHAZA COMO EL CANDADO DE
006090*    RUNCTL, CERRANDO LA ENTRADA QUE YA SE REGISTRO.
006100     IF WS-CKP-FOUND AND CKP-RUN-MODE NOT = WS-RUN-MODE
006110         DISPLAY "EXPO: EL CHECKPOINT PENDIENTE ES DE UNA "
006120             "CORRIDA EN MODO " CKP-RUN-MODE
006130         DISPLAY "EXPO: TERMINE O REINICIE ESA CORRIDA EN "
006140             "SU MODO; NO SE INICIA."
006150         MOVE "FIN"     TO WRC-FUNCION
006160         MOVE "EXPO"    TO WRC-TRABAJO
006170         MOVE "RECHAZO" TO WRC-ESTADO
006180         MOVE ZERO      TO WRC-REGISTROS
006190         MOVE 12        TO WRC-RETCODE
006200         CALL "RUNCTL" USING WS-RUNCTL-PARAM
006210         IF WS-RESUB
006220             CLOSE EXPO-RSB
006230         ELSE
006240             CLOSE EXPO-IN
006250         END-IF
006260         MOVE 12 TO RETURN-CODE
006270         GOBACK
006280     END-IF.
006290
006300     IF WS-CKP-FOUND
006310         DISPLAY "EXPO: REINICIANDO DESPUES DEL REGISTRO "
006320             WS-SKIP-COUNT
006330         PERFORM 1210-SKIP-RECORD THRU 1210-EXIT
006340             WS-SKIP-COUNT TIMES
006350     END-IF.
006360 1200-EXIT.
006370     EXIT.
006380
006390 1210-SKIP-RECORD.
006400     PERFORM 2900-READ-EXPO-IN THRU 2900-EXIT.
006410     IF NOT WS-EOF
006420         ADD 1 TO WS-REC-COUNT
006430     END-IF.
006440 1210-EXIT.
006450     EXIT.
006460
006470*-----------------------------------------------------------
006480* 2000-PROCESS-RECORD
006490* PROCESA UNA PAREJA DE EXPO-IN Y AVANZA A LA SIGUIENTE.
006500*-----------------------------------------------------------
006510 2000-PROCESS-RECORD.
006520     ADD 1 TO WS-REC-COUNT.
006530     PERFORM 2100-VALIDATE-VALUES THRU 2100-EXIT.
006540
006550     IF WS-VALUES-VALID
006560         PERFORM 2200-EXPONENTE THRU 2200-EXIT
006570     ELSE
006580         PERFORM 2500-WRITE-INVALID THRU 2500-EXIT
006590     END-IF.
006600
006610     PERFORM 2700-CHECKPOINT THRU 2700-EXIT.
006620     PERFORM 2900-READ-EXPO-IN THRU 2900-EXIT.
006630 2000-EXIT.
006640     EXIT.
006650
006660*-----------------------------------------------------------
006670* 2100-VALIDATE-VALUES
006680* RECHAZA UNA BASE NEGATIVA ELEVADA A UN EXPONENTE NO
006690* ENTERO, PORQUE EL RESULTADO SERIA UN NUMERO IMAGINARIO.
006700*-----------------------------------------------------------
006710 2100-VALIDATE-VALUES.
006720     SET WS-VALUES-VALID TO TRUE.
006730     COMPUTE WS-INTEGER-PART = FUNCTION INTEGER-PART (EI-NUM2).
006740
006750     IF EI-NUM1 < ZERO AND EI-NUM2 NOT = WS-INTEGER-PART
006760         SET WS-VALUES-INVALID TO TRUE
006770         MOVE "BASE NEGATIVA CON EXPONENTE NO ENTERO"
006780             TO WOL-MSG
006790         MOVE "01" TO WS-REJ-REASON
006800     END-IF.
006810
006820     IF WS-VALUES-VALID AND EI-NUM1 = ZERO AND EI-NUM2 < ZERO
006830         SET WS-VALUES-INVALID TO TRUE
006840         MOVE "BASE CERO CON EXPONENTE NEGATIVO"
006850             TO WOL-MSG
006860         MOVE "02" TO WS-REJ-REASON
006870     END-IF.
006880 2100-EXIT.
006890     EXIT.
006900
006910*-----------------------------------------------------------
006920* 2200-EXPONENTE
006930* ELEVA NUM1 A LA POTENCIA NUM2. SI EL RESULTADO NO CABE EN
006940* WS-RESULT, SE REPORTA EL DESBORDAMIENTO EN LUGAR DE
006950* GRABAR UN VALOR TRUNCADO.
006960*-----------------------------------------------------------
006970 2200-EXPONENTE.
006980     MOVE "N" TO WS-SIZE-ERROR-SW.
006990     COMPUTE WS-RESULT = EI-NUM1 ** EI-NUM2
007000         ON SIZE ERROR
007010             SET WS-SIZE-ERROR TO TRUE
007020     END-COMPUTE.
007030
007040     IF WS-SIZE-ERROR
007050         PERFORM 2300-RESULT-CIENTIFICO THRU 2300-EXIT
007060     ELSE
007070         MOVE EI-NUM1          TO WOL-NUM1
007080         MOVE EI-NUM2          TO WOL-NUM2
007090         MOVE WS-RESULT        TO WOL-RESULT
007100         IF WS-RESUB
007110             MOVE "RESULTADO CALCULADO (REPROCESO)"
007120                 TO WOL-MSG
007130         ELSE
007140             MOVE "RESULTADO CALCULADO"  TO WOL-MSG
007150         END-IF
007160         PERFORM 2800-WRITE-OUT THRU 2800-EXIT
007170     END-IF.
007180 2200-EXIT.
007190     EXIT.
007200
007210*-----------------------------------------------------------
007220* 2300-RESULT-CIENTIFICO
007230* EL RESULTADO NO CUPO EN EL FORMATO PLANO, ASI QUE SE
007240* RECONSTRUYE EN FORMA CIENTIFICA CON LOGARITMOS: EL
007250* EXPONENTE DE DIEZ ES LA PARTE ENTERA DE NUM2 * LOG10 DE
007260* LA BASE Y LA MANTISA ES DIEZ A LA FRACCION. UNA BASE
007270* NEGATIVA (QUE LA VALIDACION SOLO DEJA PASAR CON EXPONENTE
007280* ENTERO) DA RESULTADO NEGATIVO CUANDO EL EXPONENTE ES
007290* IMPAR. SI NI EL EXPONENTE DE TRES DIGITOS ALCANZA, SE
007300* RECHAZA COMO ANTES CON CAUSA 03.
007310*-----------------------------------------------------------
007320 2300-RESULT-CIENTIFICO.
007330     COMPUTE WS-LOG10 ROUNDED =
007340         EI-NUM2 * FUNCTION LOG10 (FUNCTION ABS (EI-NUM1))
007350         ON SIZE ERROR
007360             PERFORM 2400-WRITE-OVERFLOW THRU 2400-EXIT
007370             GO TO 2300-EXIT
007380     END-COMPUTE.
007390     IF WS-LOG10 > 999
007400         PERFORM 2400-WRITE-OVERFLOW THRU 2400-EXIT
007410         GO TO 2300-EXIT
007420     END-IF.
007430
007440     COMPUTE WS-EXP10 = FUNCTION INTEGER-PART (WS-LOG10).
007450     COMPUTE WS-FRAC10 = WS-LOG10 - WS-EXP10.
007460     COMPUTE WS-MANT-W ROUNDED = 10 ** WS-FRAC10.
007470*    EL REDONDEO PUEDE EMPUJAR LA MANTISA A 10.000; SE
007480*    NORMALIZA DE VUELTA AL RANGO 1.000-9.999.
007490     IF WS-MANT-W >= 10
007500         COMPUTE WS-MANT-W = WS-MANT-W / 10
007510         ADD 1 TO WS-EXP10
007520     END-IF.
007530
007540     MOVE EI-NUM1  TO WOX-NUM1.
007550     MOVE EI-NUM2  TO WOX-NUM2.
007560     MOVE WS-MANT-W TO WOX-MANT.
007570     MOVE WS-EXP10  TO WOX-EXP.
007580*    BASE NEGATIVA CON EXPONENTE ENTERO IMPAR = RESULTADO
007590*    NEGATIVO; EL SIGNO VA EN LA MANTISA.
007600     IF EI-NUM1 < ZERO
007610         MOVE EI-NUM2 TO WS-EXP-ENT
007620         IF FUNCTION MOD (WS-EXP-ENT, 2) = 1
007630             COMPUTE WOX-MANT = ZERO - WS-MANT-W
007640         END-IF
007650     END-IF.
007660     MOVE "RESULTADO EN NOTACION CIENTIFICA" TO WOX-MSG.
007670     WRITE EO-RECORD FROM WS-OUT-LINE-EXT.
007680 2300-EXIT.
007690     EXIT.
007700
007710*-----------------------------------------------------------
007720* 2400-WRITE-OVERFLOW
007730* REGISTRA LA PAREJA QUE CAUSO EL DESBORDAMIENTO.
007740*-----------------------------------------------------------
007750 2400-WRITE-OVERFLOW.
007760     MOVE EI-NUM1           TO WOL-NUM1.
007770     MOVE EI-NUM2           TO WOL-NUM2.
007780     MOVE ZERO              TO WOL-RESULT.
007790     MOVE "RESULTADO DEMASIADO GRANDE"  TO WOL-MSG.
007800     DISPLAY "EXPO: RESULTADO DEMASIADO GRANDE PARA "
007810         EI-NUM1 " ** " EI-NUM2.
007820     MOVE "03"              TO WS-REJ-REASON.
007830     PERFORM 2600-WRITE-REJECT THRU 2600-EXIT.
007840     PERFORM 2800-WRITE-OUT THRU 2800-EXIT.
007850 2400-EXIT.
007860     EXIT.
007870
007880*-----------------------------------------------------------
007890* 2500-WRITE-INVALID
007900* REGISTRA LA PAREJA RECHAZADA POR 2100-VALIDATE-VALUES.
007910*-----------------------------------------------------------
007920 2500-WRITE-INVALID.
007930     MOVE EI-NUM1           TO WOL-NUM1.
007940     MOVE EI-NUM2           TO WOL-NUM2.
007950     MOVE ZERO              TO WOL-RESULT.
007960     DISPLAY "EXPO: " WOL-MSG.
007970     PERFORM 2600-WRITE-REJECT THRU 2600-EXIT.
007980     PERFORM 2800-WRITE-OUT THRU 2800-EXIT.
007990 2500-EXIT.
008000     EXIT.
008010
008020*-----------------------------------------------------------
008030* 2600-WRITE-REJECT
008040* COPIA LA PAREJA DE ENTRADA TAL CUAL AL ARCHIVO DE
008050* RECHAZOS, CON LA CAUSA Y EL NUMERO DE REGISTRO, PARA QUE
008060* EL OPERADOR LA CORRIJA Y LA REPROCESE.
008070*-----------------------------------------------------------
008080 2600-WRITE-REJECT.
008090     MOVE SPACE             TO RJ-RECORD.
008100     MOVE EI-RECORD         TO RJ-DATA.
008110     MOVE WS-REJ-REASON     TO RJ-REASON.
008120     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
008130     IF WS-FECHA-NEG NOT = ZERO
008140         MOVE WS-FECHA-NEG  TO WTS-DATE
008150     END-IF.
008160     IF WS-RSB-RECNO NOT = ZERO AND WS-RSB-FECHA NOT = ZERO
008170         MOVE WS-RSB-RECNO  TO RJ-RECNO
008180         MOVE WS-RSB-FECHA  TO RJ-FECHA-NEG
008190     ELSE
008200         MOVE WS-REC-COUNT  TO RJ-RECNO
008210         MOVE WTS-DATE      TO RJ-FECHA-NEG
008220     END-IF.
008230     WRITE RJ-RECORD.
008240 2600-EXIT.
008250     EXIT.
008260
008270*-----------------------------------------------------------
008280* 2700-CHECKPOINT
008290* CADA WS-CKP-INTERVAL REGISTROS, REESCRIBE EXPO-CKP.DAT
008300* CON EL NUMERO DE REGISTRO PROCESADO PARA PERMITIR UN
008310* REINICIO SI LA CORRIDA TERMINA DE FORMA ANORMAL.
008320*-----------------------------------------------------------
008330 2700-CHECKPOINT.
008340     IF FUNCTION MOD (WS-REC-COUNT, WS-CKP-INTERVAL) = ZERO
008350         OPEN OUTPUT EXPO-CKP
008360         IF WS-CKP-STATUS NOT = "00"
008370             DISPLAY "EXPO: NO SE PUDO ABRIR EXPO-CKP.DAT "
008380                 WS-CKP-STATUS
008390             GO TO 9999-ABEND
008400         END-IF
008410         MOVE WS-REC-COUNT TO CKP-LAST-COUNT
008420         MOVE WS-RUN-MODE  TO CKP-RUN-MODE
008430         WRITE CKP-RECORD
008440         CLOSE EXPO-CKP
008450     END-IF.
008460 2700-EXIT.
008470     EXIT.
008480
008490*-----------------------------------------------------------
008500* 2800-WRITE-OUT
008510*-----------------------------------------------------------
008520 2800-WRITE-OUT.
008530     WRITE EO-RECORD FROM WS-OUT-LINE.
008540 2800-EXIT.
008550     EXIT.
008560
008570*-----------------------------------------------------------
008580* 2900-READ-EXPO-IN
008590*-----------------------------------------------------------
008600 2900-READ-EXPO-IN.
008610*    EN UN REPROCESO LA ENTRADA ES EL ARCHIVO DE RECHAZOS
008620*    CORREGIDO; SOLO SUS PRIMERAS 12 POSICIONES SON LA
008630*    PAREJA ORIGINAL, QUE SE DEJA EN EI-RECORD PARA QUE EL
008640*    RESTO DEL PROCESO NO CAMBIE.
008650     IF WS-RESUB
008660         READ EXPO-RSB
008670             AT END
008680                 SET WS-EOF TO TRUE
008690         END-READ
008700         MOVE ZERO TO WS-RSB-RECNO WS-RSB-FECHA
008710         IF NOT WS-EOF
008720             MOVE RSB-DATA TO EI-RECORD
008730             IF RSB-RECNO NUMERIC AND RSB-FECHA-NEG NUMERIC
008740                 MOVE RSB-RECNO     TO WS-RSB-RECNO
008750                 MOVE RSB-FECHA-NEG TO WS-RSB-FECHA
008760             END-IF
008770         END-IF
008780     ELSE
008790         READ EXPO-IN
008800             AT END
008810                 SET WS-EOF TO TRUE
008820         END-READ
008830*        EL ENCABEZADO DE CONTROL NO ES UN DATO, SE
008840*        BRINCA; LA SUMARIA MARCA EL FIN DE LOS DATOS.
008850         IF NOT WS-EOF AND EI-CTL-ENCABEZADO
008860             READ EXPO-IN
008870                 AT END
008880                     SET WS-EOF TO TRUE
008890             END-READ
008900         END-IF
008910         IF NOT WS-EOF AND EI-CTL-SUMARIA
008920             SET WS-EOF TO TRUE
008930         END-IF
008940     END-IF.
008950 2900-EXIT.
008960     EXIT.
008970
008980*-----------------------------------------------------------
008990* 8000-TERMINATE
009000* AL TERMINAR NORMALMENTE SE REINICIA EL CHECKPOINT EN CERO
009010* PARA QUE LA SIGUIENTE CORRIDA EMPIECE DESDE EL PRINCIPIO.
009020*-----------------------------------------------------------
009030 8000-TERMINATE.
009040     OPEN OUTPUT EXPO-CKP.
009050     IF WS-CKP-STATUS NOT = "00"
009060         DISPLAY "EXPO: NO SE PUDO ABRIR EXPO-CKP.DAT "
009070             WS-CKP-STATUS
009080         GO TO 9999-ABEND
009090     END-IF.
009100     MOVE ZERO TO CKP-LAST-COUNT.
009110     MOVE WS-RUN-MODE TO CKP-RUN-MODE.
009120     WRITE CKP-RECORD.
009130     CLOSE EXPO-CKP.
009140
009150     IF WS-RESUB
009160         CLOSE EXPO-RSB
009170     ELSE
009180         CLOSE EXPO-IN
009190     END-IF.
009200     CLOSE EXPO-OUT.
009210     CLOSE EXPO-REJ.
009220
009230     MOVE "FIN"     TO WRC-FUNCION.
009240     MOVE "EXPO"    TO WRC-TRABAJO.
009250     MOVE "TERMINO" TO WRC-ESTADO.
009260     MOVE WS-REC-COUNT TO WRC-REGISTROS.
009270     MOVE ZERO      TO WRC-RETCODE.
009280     CALL "RUNCTL" USING WS-RUNCTL-PARAM.
009290
009300     DISPLAY "EXPO: REGISTROS PROCESADOS: " WS-REC-COUNT.
009310 8000-EXIT.
009320     EXIT.
009330
009340*-----------------------------------------------------------
009350* 9999-ABEND
009360* TERMINACION ANORMAL POR ERROR DE ARCHIVO. EL CHECKPOINT
009370* NO SE REINICIA, ASI QUE EL REINICIO PARTIRA DEL ULTIMO
009380* VALOR GRABADO.
009390*-----------------------------------------------------------
009400 9999-ABEND.
009410     DISPLAY "EXPO: TERMINACION ANORMAL.".
009420     MOVE "FIN"    TO WRC-FUNCION.
009430     MOVE "EXPO"   TO WRC-TRABAJO.
009440     MOVE "ABENDO" TO WRC-ESTADO.
009450     MOVE WS-REC-COUNT TO WRC-REGISTROS.
009460     MOVE 16       TO WRC-RETCODE.
009470     CALL "RUNCTL" USING WS-RUNCTL-PARAM.
009480     MOVE 16 TO RETURN-CODE.
009490     GOBACK.
009500
009510 END PROGRAM EXPO.
