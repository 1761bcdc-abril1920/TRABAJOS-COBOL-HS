000510*                   PLANO; SE CUENTAN COMO CALCULADOS EN SU
000520*                   PROPIO RENGLON DEL REPORTE Y YA NO
000530*                   PASAN POR EL ARCHIVO DE RECHAZOS.
000540* 2026-10-15  JA    LA FECHA DEL ENCABEZADO DE CONCILIA-RPT
000550*                   ES LA FECHA DE NEGOCIO DE FECHA-NEG.DAT
000560*                   (VIA FECNEG), NO LA DEL RELOJ. SIN
000570*                   FECHA-NEG.DAT SE USA LA DEL SISTEMA.
000580* 2026-10-15  JA    LOS RENGLONES DE FECHAS-REJ/FECHAS-RSB
000590*                   MIDEN AHORA 39 Y LOS DE EXPO-REJ/EXPO-RSB
000600*                   32 (NUMERO DE REGISTRO Y FECHA DE NEGOCIO
000610*                   AL FINAL). SE AJUSTA EL LARGO DE LOS
000620*                   REGISTROS; CON EL LARGO ANTERIOR CADA
000630*                   RENGLON SE LEIA COMO DOS Y SE CONTABA DOBLE.
000640*-----------------------------------------------------------
000650
000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 SOURCE-COMPUTER. GENERICO.
000690 OBJECT-COMPUTER. GENERICO.
000700
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT FECHAS-IN ASSIGN TO "FECHAS-IN.DAT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-FIN-STATUS.
000760
000770     SELECT FECHAS-OUT ASSIGN TO "FECHAS-OUT.DAT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-FOUT-STATUS.
000800
000810     SELECT FECHAS-LOG ASSIGN TO "FECHAS-LOG.DAT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-FLOG-STATUS.
000840
000850     SELECT EXPO-IN ASSIGN TO "EXPO-IN.DAT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-EIN-STATUS.
000880
000890     SELECT EXPO-OUT ASSIGN TO "EXPO-OUT.DAT"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-EOUT-STATUS.
000920
000930     SELECT FECHAS-REJ ASSIGN TO "FECHAS-REJ.DAT"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-FREJ-STATUS.
000960
000970     SELECT EXPO-REJ ASSIGN TO "EXPO-REJ.DAT"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-EREJ-STATUS.
001000
001010     SELECT FECHAS-PRM ASSIGN TO "FECHAS-PRM.DAT"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-FPRM-STATUS.
001040
001050     SELECT FECHAS-RSB ASSIGN TO "FECHAS-RSB.DAT"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-FRSB-STATUS.
001080
001090     SELECT EXPO-PRM ASSIGN TO "EXPO-PRM.DAT"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-EPRM-STATUS.
001120
001130     SELECT EXPO-RSB ASSIGN TO "EXPO-RSB.DAT"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-ERSB-STATUS.
001160
001170     SELECT CONCILIA-HWM ASSIGN TO "CONCILIA-HWM.DAT"
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-HWM-STATUS.
001200
001210     SELECT CONCILIA-RPT ASSIGN TO "CONCILIA-RPT.DAT"
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WS-RPT-STATUS.
001240
001250 DATA DIVISION.
001260 FILE SECTION.
001270 FD  FECHAS-IN.
001280*-----------------------------------------------------------
001290* EL AREA MIDE 20 PARA CUBRIR TAMBIEN LA SUMARIA DE CONTROL
001300* ("T" + TOTAL + SUMA), QUE ES EL RENGLON MAS LARGO.
001310*-----------------------------------------------------------
001320 01  FI-RECORD                   PIC X(20).
001330
001340 FD  FECHAS-OUT.
001350 01  FO-RECORD                   PIC X(80).
001360
001370 FD  FECHAS-LOG.
001380 01  LOG-RECORD                  PIC X(80).
001390
001400 FD  EXPO-IN.
001410*-----------------------------------------------------------
001420* EL AREA MIDE 20 PARA CUBRIR TAMBIEN LA SUMARIA DE CONTROL
001430* ("T" + TOTAL + SUMA), QUE ES EL RENGLON MAS LARGO.
001440*-----------------------------------------------------------
001450 01  EI-RECORD                   PIC X(20).
001460
001470 FD  EXPO-OUT.
001480 01  EO-RECORD                   PIC X(80).
001490
001500 FD  FECHAS-REJ.
001510 01  FRJ-RECORD                  PIC X(39).
001520
001530 FD  EXPO-REJ.
001540 01  ERJ-RECORD                  PIC X(32).
001550
001560*-----------------------------------------------------------
001570* ARCHIVOS DE PARAMETROS Y DE REPROCESO, CON LA MISMA
001580* INTERPRETACION QUE EN FECHAS Y EXPO: "R" EN EL PRIMER
001590* RENGLON DEL PRM SIGNIFICA QUE LA CORRIDA LEYO EL RSB.
001600*-----------------------------------------------------------
001610 FD  FECHAS-PRM.
001620 01  FPR-RECORD.
001630     05 FPR-MODO                 PIC X(01).
001640        88 FPR-REPROCESO                   VALUE "R".
001650
001660 FD  FECHAS-RSB.
001670 01  FRS-RECORD                  PIC X(39).
001680
001690 FD  EXPO-PRM.
001700 01  EPR-RECORD.
001710     05 EPR-MODO                 PIC X(01).
001720        88 EPR-REPROCESO                   VALUE "R".
001730
001740 FD  EXPO-RSB.
001750 01  ERS-RECORD                  PIC X(32).
001760
001770*-----------------------------------------------------------
001780* MARCA DE AGUA: CUANTOS RENGLONES DE FECHAS-LOG YA FUERON
001790* CONCILIADOS EN CORRIDAS ANTERIORES. COMO LA BITACORA SE
001800* ABRE EN EXTEND Y NUNCA SE RECORTA, LOS RENGLONES DE ESTA
001810* CORRIDA SON EL TOTAL ACTUAL MENOS ESTA MARCA.
001820*-----------------------------------------------------------
001830 FD  CONCILIA-HWM.
001840 01  HWM-RECORD.
001850     05 HWM-LOG-COUNT            PIC 9(07).
001860
001870 FD  CONCILIA-RPT.
001880 01  RPT-RECORD                  PIC X(80).
001890
001900 WORKING-STORAGE SECTION.
001910*-----------------------------------------------------------
001920* INDICADORES DE ESTADO DE ARCHIVO
001930*-----------------------------------------------------------
001940 01  WS-FILE-STATUSES.
001950     05 WS-FIN-STATUS            PIC X(02) VALUE "00".
001960     05 WS-FOUT-STATUS           PIC X(02) VALUE "00".
001970     05 WS-FLOG-STATUS           PIC X(02) VALUE "00".
001980     05 WS-EIN-STATUS            PIC X(02) VALUE "00".
001990     05 WS-EOUT-STATUS           PIC X(02) VALUE "00".
002000     05 WS-HWM-STATUS            PIC X(02) VALUE "00".
002010     05 WS-RPT-STATUS            PIC X(02) VALUE "00".
002020     05 WS-FREJ-STATUS           PIC X(02) VALUE "00".
002030     05 WS-EREJ-STATUS           PIC X(02) VALUE "00".
002040     05 WS-FPRM-STATUS           PIC X(02) VALUE "00".
002050     05 WS-FRSB-STATUS           PIC X(02) VALUE "00".
002060     05 WS-EPRM-STATUS           PIC X(02) VALUE "00".
002070     05 WS-ERSB-STATUS           PIC X(02) VALUE "00".
002080
002090*-----------------------------------------------------------
002100* SWITCHES
002110*-----------------------------------------------------------
002120 01  WS-SWITCHES.
002130     05 WS-EOF-SW                PIC X(01) VALUE "N".
002140        88 WS-EOF                          VALUE "Y".
002150     05 WS-BALANCE-SW            PIC X(01) VALUE "Y".
002160        88 WS-CUADRADA                     VALUE "Y".
002170        88 WS-DESCUADRADA                  VALUE "N".
002180     05 WS-RESUB-SW              PIC X(01) VALUE "N".
002190        88 WS-RESUB                        VALUE "Y".
002200     05 WS-HDR-SEEN-SW           PIC X(01) VALUE "N".
002210        88 WS-HDR-SEEN                      VALUE "Y".
002220     05 WS-TRL-SEEN-SW           PIC X(01) VALUE "N".
002230        88 WS-TRL-SEEN                      VALUE "Y".
002240
002250 01  WS-JOB                      PIC X(08) VALUE SPACE.
002260     88 WS-JOB-FECHAS                      VALUE "FECHAS".
002270     88 WS-JOB-EXPO                        VALUE "EXPO".
002280
002290*-----------------------------------------------------------
002300* CONTADORES DE CONCILIACION
002310*-----------------------------------------------------------
002320 77  WS-IN-COUNT                 PIC 9(07) COMP VALUE ZERO.
002330 77  WS-OUT-COUNT                PIC 9(07) COMP VALUE ZERO.
002340 77  WS-MODE1-COUNT              PIC 9(07) COMP VALUE ZERO.
002350 77  WS-MODE2-COUNT              PIC 9(07) COMP VALUE ZERO.
002360 77  WS-MODE3-COUNT              PIC 9(07) COMP VALUE ZERO.
002370 77  WS-INV-COUNT                PIC 9(07) COMP VALUE ZERO.
002380 77  WS-CALC-COUNT               PIC 9(07) COMP VALUE ZERO.
002390 77  WS-OVF-COUNT                PIC 9(07) COMP VALUE ZERO.
002400 77  WS-EXT-COUNT                PIC 9(07) COMP VALUE ZERO.
002410 77  WS-LOG-TOTAL                PIC 9(07) COMP VALUE ZERO.
002420 77  WS-LOG-PREV                 PIC 9(07) COMP VALUE ZERO.
002430 77  WS-LOG-NEW                  PIC 9(07) COMP VALUE ZERO.
002440 77  WS-REJ-COUNT                PIC 9(07) COMP VALUE ZERO.
002450
002460*-----------------------------------------------------------
002470* CIFRAS DE CONTROL DE LOTE DEL ARCHIVO DE ENTRADA: LO
002480* DECLARADO EN ENCABEZADO Y SUMARIA (CAPTURADO EN TEXTO
002490* PARA TOLERAR UN REGISTRO DANADO) Y LA SUMA RECALCULADA
002500* AQUI CON LA MISMA REGLA QUE EL ORIGINADOR.
002510*-----------------------------------------------------------
002520 77  WS-HDR-FECHA                PIC X(08) VALUE SPACE.
002530 77  WS-HDR-ORIGEN               PIC X(08) VALUE SPACE.
002540 77  WS-TRL-COUNT-X              PIC X(07) VALUE ZERO.
002550 77  WS-TRL-COUNT REDEFINES WS-TRL-COUNT-X
002560                                 PIC 9(07).
002570 77  WS-TRL-HASH-X               PIC X(12) VALUE ZERO.
002580 77  WS-TRL-HASH REDEFINES WS-TRL-HASH-X
002590                                 PIC 9(12).
002600 77  WS-CALC-HASH                PIC 9(12) VALUE ZERO.
002610 77  WS-HASH-FECHA-X             PIC X(08) VALUE ZERO.
002620 77  WS-HASH-FECHA REDEFINES WS-HASH-FECHA-X
002630                                 PIC 9(08).
002640 77  WS-HASH-NUM-X               PIC X(05) VALUE ZERO.
002650 77  WS-HASH-NUM REDEFINES WS-HASH-NUM-X
002660                                 PIC 9(05).
002670*    FECHA DE NEGOCIO EN CURSO; CEROS = NO HAY FECHA-NEG.DAT
002680*    Y SE USA LA FECHA DEL SISTEMA.
002690 77  WS-FECHA-NEG                PIC 9(08) VALUE ZERO.
002700
002710*-----------------------------------------------------------
002720* VISTA DEL RENGLON DE SALIDA DE FECHAS, SOLO PARA LLEGAR
002730* AL MENSAJE Y CLASIFICAR EL RENGLON POR MODO. DEBE SEGUIR
002740* LA MISMA TRAZA QUE WS-OUT-LINE EN EL PROGRAMA FECHAS.
002750*-----------------------------------------------------------
002760 01  WS-FO-LINE.
002770     05 FILLER                   PIC X(38).
002780     05 WFO-MSG                  PIC X(30).
002790     05 FILLER                   PIC X(12).
002800
002810*-----------------------------------------------------------
002820* VISTA DEL RENGLON DE SALIDA DE EXPO, MISMA IDEA.
002830*-----------------------------------------------------------
002840 01  WS-EO-LINE.
002850     05 FILLER                   PIC X(25).
002860     05 WEO-MSG                  PIC X(40).
002870     05 FILLER                   PIC X(15).
002880
002890*-----------------------------------------------------------
002900* RENGLONES DEL REPORTE DE CONTROL
002910*-----------------------------------------------------------
002920 01  WS-RPT-DET.
002930     05 WRD-LABEL                PIC X(38).
002940     05 WRD-COUNT                PIC Z(06)9.
002950     05 FILLER                   PIC X(35) VALUE SPACE.
002960
002970 01  WS-RPT-TEXT                 PIC X(80) VALUE SPACE.
002980
002990 01  WS-TIMESTAMP.
003000     05 WTS-DATE                 PIC 9(08).
003010     05 WTS-TIME                 PIC 9(08).
003020     05 WTS-DIFF                 PIC X(09) VALUE SPACE.
003030
003040 01  WS-TIMESTAMP-DISPLAY.
003050     05 WTD-YEAR                 PIC 9(04).
003060     05 WTD-DASH1                PIC X(01) VALUE "-".
003070     05 WTD-MONTH                PIC 9(02).
003080     05 WTD-DASH2                PIC X(01) VALUE "-".
003090     05 WTD-DAY                  PIC 9(02).
003100     05 WTD-SPACE                PIC X(01) VALUE SPACE.
003110     05 WTD-HOUR                 PIC 9(02).
003120     05 WTD-COLON1               PIC X(01) VALUE ":".
003130     05 WTD-MIN                  PIC 9(02).
003140     05 WTD-COLON2               PIC X(01) VALUE ":".
003150     05 WTD-SEC                  PIC 9(02).
003160
003170*-----------------------------------------------------------
003180* AREA DE COMUNICACION CON EL SUBPROGRAMA FECNEG
003190*-----------------------------------------------------------
003200 01  WS-FECNEG-PARAM.
003210     05 WFN-FUNCION              PIC X(03).
003220     05 WFN-ACTUAL               PIC 9(08).
003230     05 WFN-ANTERIOR             PIC 9(08).
003240     05 WFN-SIGUIENTE            PIC 9(08).
003250     05 WFN-MALLA                PIC 9(08).
003260     05 WFN-RESULT               PIC X(02).
003270
003280 PROCEDURE DIVISION.
003290*-----------------------------------------------------------
003300* 0000-MAINLINE
003310* PREGUNTA QUE TRABAJO SE CONCILIA, CUENTA LOS ARCHIVOS DE
003320* ESE TRABAJO, EVALUA EL BALANCE Y EMITE EL REPORTE.
003330*-----------------------------------------------------------
003340 0000-MAINLINE.
003350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003360     IF WS-JOB-FECHAS
003370         PERFORM 2000-CONCILIA-FECHAS THRU 2000-EXIT
003380     ELSE
003390         PERFORM 3000-CONCILIA-EXPO THRU 3000-EXIT
003400     END-IF.
003410     PERFORM 7000-EVALUA-BALANCE THRU 7000-EXIT.
003420     PERFORM 7500-ESCRIBE-REPORTE THRU 7500-EXIT.
003430     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003440     GOBACK.
003450
003460*-----------------------------------------------------------
003470* 1000-INITIALIZE
003480* RECIBE EL NOMBRE DEL TRABAJO (FECHAS O EXPO) Y ABRE EL
003490* ARCHIVO DEL REPORTE DE CONTROL.
003500*-----------------------------------------------------------
003510 1000-INITIALIZE.
003520     MOVE "N" TO WS-EOF-SW.
003530     SET WS-CUADRADA TO TRUE.
003540     DISPLAY "CONCILIA: TRABAJO A CONCILIAR (FECHAS/EXPO): ".
003550     ACCEPT WS-JOB.
003560     IF NOT WS-JOB-FECHAS AND NOT WS-JOB-EXPO
003570         DISPLAY "CONCILIA: TRABAJO DESCONOCIDO: " WS-JOB
003580         GO TO 9999-ABEND
003590     END-IF.
003600
003610     MOVE "CON" TO WFN-FUNCION.
003620     CALL "FECNEG" USING WS-FECNEG-PARAM.
003630     CANCEL "FECNEG".
003640     IF WFN-RESULT = "00"
003650         MOVE WFN-ACTUAL TO WS-FECHA-NEG
003660     ELSE
003670         MOVE ZERO TO WS-FECHA-NEG
003680         DISPLAY "CONCILIA: SIN FECHA-NEG.DAT, SE USA LA FECHA "
003690             "DEL SISTEMA."
003700     END-IF.
003710
003720     OPEN OUTPUT CONCILIA-RPT.
003730     IF WS-RPT-STATUS NOT = "00"
003740         DISPLAY "CONCILIA: NO SE PUDO ABRIR CONCILIA-RPT.DAT "
003750             WS-RPT-STATUS
003760         GO TO 9999-ABEND
003770     END-IF.
003780 1000-EXIT.
003790     EXIT.
003800
003810*-----------------------------------------------------------
003820* 2000-CONCILIA-FECHAS
003830* CUENTA FECHAS-IN, FECHAS-OUT (CLASIFICADO POR MODO Y
003840* RECHAZOS) Y LOS RENGLONES NUEVOS DE FECHAS-LOG.
003850*-----------------------------------------------------------
003860 2000-CONCILIA-FECHAS.
003870*    LA ENTRADA DE LA CORRIDA DEPENDE DE SU MODO, IGUAL
003880*    QUE EN 1400-LEE-PARAMETRO DE FECHAS: CON "R" EN EL
003890*    PRM LA CORRIDA LEYO EL ARCHIVO DE RECHAZOS CORREGIDO.
003900     PERFORM 2600-LEE-PARAMETRO-F THRU 2600-EXIT.
003910     IF WS-RESUB
003920         OPEN INPUT FECHAS-RSB
003930         IF WS-FRSB-STATUS NOT = "00"
003940             DISPLAY "CONCILIA: NO SE PUDO ABRIR "
003950                 "FECHAS-RSB.DAT " WS-FRSB-STATUS
003960             GO TO 9999-ABEND
003970         END-IF
003980         MOVE "N" TO WS-EOF-SW
003990         PERFORM 2650-CUENTA-FECHAS-RSB THRU 2650-EXIT
004000             UNTIL WS-EOF
004010         CLOSE FECHAS-RSB
004020     ELSE
004030         OPEN INPUT FECHAS-IN
004040         IF WS-FIN-STATUS NOT = "00"
004050             DISPLAY "CONCILIA: NO SE PUDO ABRIR "
004060                 "FECHAS-IN.DAT " WS-FIN-STATUS
004070             GO TO 9999-ABEND
004080         END-IF
004090         MOVE "N" TO WS-EOF-SW
004100         PERFORM 2100-CUENTA-FECHAS-IN THRU 2100-EXIT
004110             UNTIL WS-EOF
004120         CLOSE FECHAS-IN
004130     END-IF.
004140
004150     OPEN INPUT FECHAS-OUT.
004160     IF WS-FOUT-STATUS NOT = "00"
004170         DISPLAY "CONCILIA: NO SE PUDO ABRIR FECHAS-OUT.DAT "
004180             WS-FOUT-STATUS
004190         GO TO 9999-ABEND
004200     END-IF.
004210     MOVE "N" TO WS-EOF-SW.
004220     PERFORM 2200-CUENTA-FECHAS-OUT THRU 2200-EXIT
004230         UNTIL WS-EOF.
004240     CLOSE FECHAS-OUT.
004250
004260     OPEN INPUT FECHAS-LOG.
004270     IF WS-FLOG-STATUS NOT = "00"
004280         DISPLAY "CONCILIA: NO SE PUDO ABRIR FECHAS-LOG.DAT "
004290             WS-FLOG-STATUS
004300         GO TO 9999-ABEND
004310     END-IF.
004320     MOVE "N" TO WS-EOF-SW.
004330     PERFORM 2300-CUENTA-FECHAS-LOG THRU 2300-EXIT
004340         UNTIL WS-EOF.
004350     CLOSE FECHAS-LOG.
004360
004370*    EL ARCHIVO DE RECHAZOS PUEDE NO EXISTIR EN CORRIDAS
004380*    VIEJAS; EN ESE CASO SE TOMA COMO CERO RECHAZOS.
004390     OPEN INPUT FECHAS-REJ.
004400     IF WS-FREJ-STATUS = "00"
004410         MOVE "N" TO WS-EOF-SW
004420         PERFORM 2500-CUENTA-FECHAS-REJ THRU 2500-EXIT
004430             UNTIL WS-EOF
004440         CLOSE FECHAS-REJ
004450     END-IF.
004460     PERFORM 2400-LEE-MARCA THRU 2400-EXIT.
004470     COMPUTE WS-LOG-NEW = WS-LOG-TOTAL - WS-LOG-PREV.
004480 2000-EXIT.
004490     EXIT.
004500
004510 2100-CUENTA-FECHAS-IN.
004520     READ FECHAS-IN
004530         AT END
004540             SET WS-EOF TO TRUE
004550     END-READ.
004560     IF WS-EOF
004570         GO TO 2100-EXIT
004580     END-IF.
004590*    LOS REGISTROS DE CONTROL NO SON DATOS: DEL ENCABEZADO
004600*    SE CAPTURAN FECHA Y ORIGEN, DE LA SUMARIA EL TOTAL Y
004610*    LA SUMA DECLARADOS; DE CADA DATO SE RECALCULA LA SUMA
004620*    DE FECH1 (SOLO NUMERICAS, COMO EL ORIGINADOR).
004630     EVALUATE FI-RECORD (1:1)
004640         WHEN "H"
004650             SET WS-HDR-SEEN TO TRUE
004660             MOVE FI-RECORD (2:8)  TO WS-HDR-FECHA
004670             MOVE FI-RECORD (10:8) TO WS-HDR-ORIGEN
004680         WHEN "T"
004690             SET WS-TRL-SEEN TO TRUE
004700             MOVE FI-RECORD (2:7)  TO WS-TRL-COUNT-X
004710             MOVE FI-RECORD (9:12) TO WS-TRL-HASH-X
004720         WHEN OTHER
004730             ADD 1 TO WS-IN-COUNT
004740             MOVE FI-RECORD (2:8) TO WS-HASH-FECHA-X
004750             IF WS-HASH-FECHA-X IS NUMERIC
004760                 ADD WS-HASH-FECHA TO WS-CALC-HASH
004770             END-IF
004780     END-EVALUATE.
004790 2100-EXIT.
004800     EXIT.
004810
004820*-----------------------------------------------------------
004830* 2200-CUENTA-FECHAS-OUT
004840* CLASIFICA CADA RENGLON DE RESULTADO POR SU MENSAJE: LOS
004850* DOS MENSAJES DE EXITO IDENTIFICAN EL MODO, CUALQUIER OTRO
004860* MENSAJE ES UN RECHAZO.
004870*-----------------------------------------------------------
004880 2200-CUENTA-FECHAS-OUT.
004890     READ FECHAS-OUT
004900         AT END
004910             SET WS-EOF TO TRUE
004920     END-READ.
004930     IF NOT WS-EOF
004940         ADD 1 TO WS-OUT-COUNT
004950         MOVE FO-RECORD TO WS-FO-LINE
004960         EVALUATE WFO-MSG
004970             WHEN "DIAS CALENDARIO Y HABILES"
004980                 ADD 1 TO WS-MODE1-COUNT
004990             WHEN "FECH1 + OFFSET = FECHA FINAL"
005000                 ADD 1 TO WS-MODE2-COUNT
005010             WHEN "FECH1 + HABILES = FECHA FINAL"
005020                 ADD 1 TO WS-MODE3-COUNT
005030             WHEN OTHER
005040                 ADD 1 TO WS-INV-COUNT
005050         END-EVALUATE
005060     END-IF.
005070 2200-EXIT.
005080     EXIT.
005090
005100 2300-CUENTA-FECHAS-LOG.
005110     READ FECHAS-LOG
005120         AT END
005130             SET WS-EOF TO TRUE
005140     END-READ.
005150     IF NOT WS-EOF
005160         ADD 1 TO WS-LOG-TOTAL
005170     END-IF.
005180 2300-EXIT.
005190     EXIT.
005200
005210*-----------------------------------------------------------
005220* 2400-LEE-MARCA
005230* SI NO EXISTE MARCA DE AGUA PREVIA, TODA LA BITACORA CUENTA
005240* COMO DE ESTA CORRIDA. SI LA MARCA ES MAYOR QUE EL TOTAL
005250* ACTUAL, LA BITACORA FUE RECORTADA O RECREADA Y LA MARCA
005260* YA NO SIRVE: SE DESCARTA PARA NO RESTAR DE MAS.
005270*-----------------------------------------------------------
005280 2400-LEE-MARCA.
005290     MOVE ZERO TO WS-LOG-PREV.
005300     OPEN INPUT CONCILIA-HWM.
005310     IF WS-HWM-STATUS = "00"
005320         READ CONCILIA-HWM
005330             AT END
005340                 MOVE ZERO TO HWM-LOG-COUNT
005350         END-READ
005360         CLOSE CONCILIA-HWM
005370         MOVE HWM-LOG-COUNT TO WS-LOG-PREV
005380     END-IF.
005390     IF WS-LOG-PREV > WS-LOG-TOTAL
005400         DISPLAY "CONCILIA: MARCA DE BITACORA OBSOLETA, "
005410             "SE DESCARTA."
005420         MOVE ZERO TO WS-LOG-PREV
005430     END-IF.
005440 2400-EXIT.
005450     EXIT.
005460
005470 2500-CUENTA-FECHAS-REJ.
005480     READ FECHAS-REJ
005490         AT END
005500             SET WS-EOF TO TRUE
005510     END-READ.
005520     IF NOT WS-EOF
005530         ADD 1 TO WS-REJ-COUNT
005540     END-IF.
005550 2500-EXIT.
005560     EXIT.
005570
005580*-----------------------------------------------------------
005590* 2600-LEE-PARAMETRO-F
005600* FECHAS-PRM.DAT ES OPCIONAL: SI EXISTE Y SU PRIMER
005610* RENGLON TRAE "R", LA CORRIDA QUE SE CONCILIA FUE UN
005620* REPROCESO.
005630*-----------------------------------------------------------
005640 2600-LEE-PARAMETRO-F.
005650     MOVE "N" TO WS-RESUB-SW.
005660     OPEN INPUT FECHAS-PRM.
005670     IF WS-FPRM-STATUS NOT = "00"
005680         GO TO 2600-EXIT
005690     END-IF.
005700     READ FECHAS-PRM
005710         AT END
005720             MOVE SPACE TO FPR-MODO
005730     END-READ.
005740     IF FPR-REPROCESO
005750         SET WS-RESUB TO TRUE
005760     END-IF.
005770     CLOSE FECHAS-PRM.
005780 2600-EXIT.
005790     EXIT.
005800
005810 2650-CUENTA-FECHAS-RSB.
005820     READ FECHAS-RSB
005830         AT END
005840             SET WS-EOF TO TRUE
005850     END-READ.
005860     IF NOT WS-EOF
005870         ADD 1 TO WS-IN-COUNT
005880     END-IF.
005890 2650-EXIT.
005900     EXIT.
005910
005920*-----------------------------------------------------------
005930* 3000-CONCILIA-EXPO
005940* CUENTA EXPO-IN Y EXPO-OUT (CALCULADOS, DESBORDADOS Y
005950* RECHAZADOS). EXPO NO LLEVA BITACORA.
005960*-----------------------------------------------------------
005970 3000-CONCILIA-EXPO.
005980*    LA ENTRADA DE LA CORRIDA DEPENDE DE SU MODO, IGUAL
005990*    QUE EN 1400-LEE-PARAMETRO DE EXPO: CON "R" EN EL PRM
006000*    LA CORRIDA LEYO EL ARCHIVO DE RECHAZOS CORREGIDO.
006010     PERFORM 3400-LEE-PARAMETRO-E THRU 3400-EXIT.
006020     IF WS-RESUB
006030         OPEN INPUT EXPO-RSB
006040         IF WS-ERSB-STATUS NOT = "00"
006050             DISPLAY "CONCILIA: NO SE PUDO ABRIR "
006060                 "EXPO-RSB.DAT " WS-ERSB-STATUS
006070             GO TO 9999-ABEND
006080         END-IF
006090         MOVE "N" TO WS-EOF-SW
006100         PERFORM 3450-CUENTA-EXPO-RSB THRU 3450-EXIT
006110             UNTIL WS-EOF
006120         CLOSE EXPO-RSB
006130     ELSE
006140         OPEN INPUT EXPO-IN
006150         IF WS-EIN-STATUS NOT = "00"
006160             DISPLAY "CONCILIA: NO SE PUDO ABRIR "
006170                 "EXPO-IN.DAT " WS-EIN-STATUS
006180             GO TO 9999-ABEND
006190         END-IF
006200         MOVE "N" TO WS-EOF-SW
006210         PERFORM 3100-CUENTA-EXPO-IN THRU 3100-EXIT
006220             UNTIL WS-EOF
006230         CLOSE EXPO-IN
006240     END-IF.
006250
006260     OPEN INPUT EXPO-OUT.
006270     IF WS-EOUT-STATUS NOT = "00"
006280         DISPLAY "CONCILIA: NO SE PUDO ABRIR EXPO-OUT.DAT "
006290             WS-EOUT-STATUS
006300         GO TO 9999-ABEND
006310     END-IF.
006320     MOVE "N" TO WS-EOF-SW.
006330     PERFORM 3200-CUENTA-EXPO-OUT THRU 3200-EXIT
006340         UNTIL WS-EOF.
006350     CLOSE EXPO-OUT.
006360
006370*    EL ARCHIVO DE RECHAZOS PUEDE NO EXISTIR EN CORRIDAS
006380*    VIEJAS; EN ESE CASO SE TOMA COMO CERO RECHAZOS.
006390     OPEN INPUT EXPO-REJ.
006400     IF WS-EREJ-STATUS = "00"
006410         MOVE "N" TO WS-EOF-SW
006420         PERFORM 3300-CUENTA-EXPO-REJ THRU 3300-EXIT
006430             UNTIL WS-EOF
006440         CLOSE EXPO-REJ
006450     END-IF.
006460 3000-EXIT.
006470     EXIT.
006480
006490 3100-CUENTA-EXPO-IN.
006500     READ EXPO-IN
006510         AT END
006520             SET WS-EOF TO TRUE
006530     END-READ.
006540     IF WS-EOF
006550         GO TO 3100-EXIT
006560     END-IF.
006570*    MISMO TRATO DE CONTROLES QUE EN FECHAS-IN, CON LA SUMA
006580*    SOBRE LOS CINCO DIGITOS DE NUM1.
006590     EVALUATE EI-RECORD (1:1)
006600         WHEN "H"
006610             SET WS-HDR-SEEN TO TRUE
006620             MOVE EI-RECORD (2:8)  TO WS-HDR-FECHA
006630             MOVE EI-RECORD (10:8) TO WS-HDR-ORIGEN
006640         WHEN "T"
006650             SET WS-TRL-SEEN TO TRUE
006660             MOVE EI-RECORD (2:7)  TO WS-TRL-COUNT-X
006670             MOVE EI-RECORD (9:12) TO WS-TRL-HASH-X
006680         WHEN OTHER
006690             ADD 1 TO WS-IN-COUNT
006700             MOVE EI-RECORD (1:5) TO WS-HASH-NUM-X
006710             IF WS-HASH-NUM-X IS NUMERIC
006720                 ADD WS-HASH-NUM TO WS-CALC-HASH
006730             END-IF
006740     END-EVALUATE.
006750 3100-EXIT.
006760     EXIT.
006770
006780 3200-CUENTA-EXPO-OUT.
006790     READ EXPO-OUT
006800         AT END
006810             SET WS-EOF TO TRUE
006820     END-READ.
006830     IF NOT WS-EOF
006840         ADD 1 TO WS-OUT-COUNT
006850         MOVE EO-RECORD TO WS-EO-LINE
006860         EVALUATE WEO-MSG
006870             WHEN "RESULTADO CALCULADO"
006880             WHEN "RESULTADO CALCULADO (REPROCESO)"
006890                 ADD 1 TO WS-CALC-COUNT
006900             WHEN "RESULTADO EN NOTACION CIENTIFICA"
006910                 ADD 1 TO WS-EXT-COUNT
006920             WHEN "RESULTADO DEMASIADO GRANDE"
006930                 ADD 1 TO WS-OVF-COUNT
006940             WHEN OTHER
006950                 ADD 1 TO WS-INV-COUNT
006960         END-EVALUATE
006970     END-IF.
006980 3200-EXIT.
006990     EXIT.
007000
007010 3300-CUENTA-EXPO-REJ.
007020     READ EXPO-REJ
007030         AT END
007040             SET WS-EOF TO TRUE
007050     END-READ.
007060     IF NOT WS-EOF
007070         ADD 1 TO WS-REJ-COUNT
007080     END-IF.
007090 3300-EXIT.
007100     EXIT.
007110
007120*-----------------------------------------------------------
007130* 3400-LEE-PARAMETRO-E
007140* EXPO-PRM.DAT ES OPCIONAL: SI EXISTE Y SU PRIMER RENGLON
007150* TRAE "R", LA CORRIDA QUE SE CONCILIA FUE UN REPROCESO.
007160*-----------------------------------------------------------
007170 3400-LEE-PARAMETRO-E.
007180     MOVE "N" TO WS-RESUB-SW.
007190     OPEN INPUT EXPO-PRM.
007200     IF WS-EPRM-STATUS NOT = "00"
007210         GO TO 3400-EXIT
007220     END-IF.
007230     READ EXPO-PRM
007240         AT END
007250             MOVE SPACE TO EPR-MODO
007260     END-READ.
007270     IF EPR-REPROCESO
007280         SET WS-RESUB TO TRUE
007290     END-IF.
007300     CLOSE EXPO-PRM.
007310 3400-EXIT.
007320     EXIT.
007330
007340 3450-CUENTA-EXPO-RSB.
007350     READ EXPO-RSB
007360         AT END
007370             SET WS-EOF TO TRUE
007380     END-READ.
007390     IF NOT WS-EOF
007400         ADD 1 TO WS-IN-COUNT
007410     END-IF.
007420 3450-EXIT.
007430     EXIT.
007440
007450*-----------------------------------------------------------
007460* 7000-EVALUA-BALANCE
007470* LA CORRIDA CUADRA SI CADA REGISTRO DE ENTRADA PRODUJO
007480* EXACTAMENTE UN RENGLON DE SALIDA Y, PARA FECHAS, UN
007490* RENGLON NUEVO DE BITACORA. UN REINICIO MAL ALINEADO CON
007500* EL CHECKPOINT SE DELATA AQUI COMO RENGLONES DE MAS O DE
007510* MENOS.
007520*-----------------------------------------------------------
007530 7000-EVALUA-BALANCE.
007540     IF WS-IN-COUNT NOT = WS-OUT-COUNT
007550         SET WS-DESCUADRADA TO TRUE
007560     END-IF.
007570     IF WS-JOB-FECHAS AND WS-IN-COUNT NOT = WS-LOG-NEW
007580         SET WS-DESCUADRADA TO TRUE
007590     END-IF.
007600*    CADA RENGLON DE SALIDA SIN RESULTADO DEBE TENER SU
007610*    REGISTRO EN EL ARCHIVO DE RECHAZOS. EN EXPO LOS
007620*    DESBORDAMIENTOS TAMBIEN VAN AL ARCHIVO DE RECHAZOS.
007630     IF WS-JOB-FECHAS AND WS-REJ-COUNT NOT = WS-INV-COUNT
007640         SET WS-DESCUADRADA TO TRUE
007650     END-IF.
007660     IF WS-JOB-EXPO AND
007670         WS-REJ-COUNT NOT = WS-INV-COUNT + WS-OVF-COUNT
007680         SET WS-DESCUADRADA TO TRUE
007690     END-IF.
007700*    SI LA ENTRADA TRAJO SUMARIA DE CONTROL, LO DECLARADO
007710*    DEBE COINCIDIR CON LO CONTADO Y SUMADO AQUI; UNA
007720*    SUMARIA ILEGIBLE TAMBIEN DESCUADRA.
007730     IF WS-TRL-SEEN
007740         IF WS-TRL-COUNT-X NOT NUMERIC
007750             OR WS-TRL-HASH-X NOT NUMERIC
007760             SET WS-DESCUADRADA TO TRUE
007770         ELSE
007780             IF WS-TRL-COUNT NOT = WS-IN-COUNT
007790                 OR WS-TRL-HASH NOT = WS-CALC-HASH
007800                 SET WS-DESCUADRADA TO TRUE
007810             END-IF
007820         END-IF
007830     END-IF.
007840 7000-EXIT.
007850     EXIT.
007860
007870*-----------------------------------------------------------
007880* 7400-ECO-CONTROL
007890* HACE ECO EN EL REPORTE DE LAS CIFRAS DE CONTROL DE LOTE
007900* DEL ARCHIVO DE ENTRADA, PARA QUE EL REPORTE NOCTURNO
007910* PRUEBE QUE EL ARCHIVO LLEGO COMPLETO. UN ARCHIVO SIN
007920* CONTROLES (ANTERIOR A ELLOS, O UN REPROCESO) LO DICE.
007930*-----------------------------------------------------------
007940 7400-ECO-CONTROL.
007950     IF NOT WS-HDR-SEEN AND NOT WS-TRL-SEEN
007960         MOVE "CONTROL DE LOTE: ARCHIVO SIN REGISTROS DE CONTROL"
007970             TO WS-RPT-TEXT
007980         PERFORM 7700-PON-TEXTO THRU 7700-EXIT
007990         GO TO 7400-EXIT
008000     END-IF.
008010     MOVE SPACE TO WS-RPT-TEXT.
008020     STRING "CONTROL DE LOTE: FECHA " DELIMITED BY SIZE
008030         WS-HDR-FECHA DELIMITED BY SIZE
008040         "  ORIGEN " DELIMITED BY SIZE
008050         WS-HDR-ORIGEN DELIMITED BY SIZE
008060         INTO WS-RPT-TEXT.
008070     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
008080     IF NOT WS-TRL-SEEN
008090         MOVE "CONTROL DE LOTE: SIN SUMARIA - ARCHIVO INCOMPLETO"
008100             TO WS-RPT-TEXT
008110         PERFORM 7700-PON-TEXTO THRU 7700-EXIT
008120         GO TO 7400-EXIT
008130     END-IF.
008140     MOVE SPACE TO WS-RPT-TEXT.
008150     STRING "SUMARIA: REGISTROS DECLARADOS " DELIMITED BY SIZE
008160         WS-TRL-COUNT-X DELIMITED BY SIZE
008170         INTO WS-RPT-TEXT.
008180     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
008190     MOVE SPACE TO WS-RPT-TEXT.
008200     STRING "SUMARIA: SUMA DECLARADA " DELIMITED BY SIZE
008210         WS-TRL-HASH-X DELIMITED BY SIZE
008220         "  CALCULADA " DELIMITED BY SIZE
008230         WS-CALC-HASH DELIMITED BY SIZE
008240         INTO WS-RPT-TEXT.
008250     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
008260 7400-EXIT.
008270     EXIT.
008280
008290*-----------------------------------------------------------
008300* 7500-ESCRIBE-REPORTE
008310* EMITE EL REPORTE DE CONTROL DE UNA PAGINA.
008320*-----------------------------------------------------------
008330 7500-ESCRIBE-REPORTE.
008340     PERFORM 7600-BUILD-TIMESTAMP THRU 7600-EXIT.
008350     MOVE ALL "=" TO WS-RPT-TEXT.
008360     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
008370     MOVE "CONCILIA - CIFRAS DE CONTROL DE LA CORRIDA"
008380         TO WS-RPT-TEXT.
008390     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
008400     MOVE SPACE TO WS-RPT-TEXT.
008410     STRING "TRABAJO: " DELIMITED BY SIZE
008420         WS-JOB DELIMITED BY SIZE
008430         "  FECHA: " DELIMITED BY SIZE
008440         WS-TIMESTAMP-DISPLAY DELIMITED BY SIZE
008450         INTO WS-RPT-TEXT.
008460     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
008470     MOVE ALL "-" TO WS-RPT-TEXT.
008480     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
008490
008500     IF WS-JOB-FECHAS
008510         IF WS-RESUB
008520             MOVE "REGISTROS LEIDOS EN FECHAS-RSB.DAT"
008530                 TO WRD-LABEL
008540         ELSE
008550             MOVE "REGISTROS LEIDOS EN FECHAS-IN.DAT"
008560                 TO WRD-LABEL
008570         END-IF
008580         MOVE WS-IN-COUNT TO WRD-COUNT
008590         PERFORM 7800-PON-DETALLE THRU 7800-EXIT
008600         MOVE "RENGLONES EN FECHAS-OUT.DAT"
008610             TO WRD-LABEL
008620         MOVE WS-OUT-COUNT TO WRD-COUNT
008630         PERFORM 7800-PON-DETALLE THRU 7800-EXIT
008640         MOVE "  MODO 1 (DIFERENCIA DE FECHAS)"
008650             TO WRD-LABEL
008660         MOVE WS-MODE1-COUNT TO WRD-COUNT
008670         PERFORM 7800-PON-DETALLE THRU 7800-EXIT
008680         MOVE "  MODO 2 (FECHA MAS OFFSET)"
008690             TO WRD-LABEL
008700         MOVE WS-MODE2-COUNT TO WRD-COUNT
008710         PERFORM 7800-PON-DETALLE THRU 7800-EXIT
008720         MOVE "  MODO 3 (FECHA MAS HABILES)"
008730             TO WRD-LABEL
008740         MOVE WS-MODE3-COUNT TO WRD-COUNT
008750         PERFORM 7800-PON-DETALLE THRU 7800-EXIT
008760         MOVE "  RECHAZADOS"
008770             TO WRD-LABEL
008780         MOVE WS-INV-COUNT TO WRD-COUNT
008790         PERFORM 7800-PON-DETALLE THRU 7800-EXIT
008800         MOVE "RENGLONES NUEVOS EN FECHAS-LOG.DAT"
008810             TO WRD-LABEL
008820         MOVE WS-LOG-NEW TO WRD-COUNT
008830         PERFORM 7800-PON-DETALLE THRU 7800-EXIT
008840         MOVE "REGISTROS EN FECHAS-REJ.DAT"
008850             TO WRD-LABEL
008860         MOVE WS-REJ-COUNT TO WRD-COUNT
008870         PERFORM 7800-PON-DETALLE THRU 7800-EXIT
008880         PERFORM 7400-ECO-CONTROL THRU 7400-EXIT
008890     ELSE
008900         IF WS-RESUB
008910             MOVE "REGISTROS LEIDOS EN EXPO-RSB.DAT"
008920                 TO WRD-LABEL
008930         ELSE
008940             MOVE "REGISTROS LEIDOS EN EXPO-IN.DAT"
008950                 TO WRD-LABEL
008960         END-IF
008970         MOVE WS-IN-COUNT TO WRD-COUNT
008980         PERFORM 7800-PON-DETALLE THRU 7800-EXIT
008990         MOVE "RENGLONES EN EXPO-OUT.DAT"
009000             TO WRD-LABEL
009010         MOVE WS-OUT-COUNT TO WRD-COUNT
009020         PERFORM 7800-PON-DETALLE THRU 7800-EXIT
009030         MOVE "  RESULTADOS CALCULADOS"
009040             TO WRD-LABEL
009050         MOVE WS-CALC-COUNT TO WRD-COUNT
009060         PERFORM 7800-PON-DETALLE THRU 7800-EXIT
009070         MOVE "  RESULTADOS EN NOTACION CIENTIFICA"
009080             TO WRD-LABEL
009090         MOVE WS-EXT-COUNT TO WRD-COUNT
009100         PERFORM 7800-PON-DETALLE THRU 7800-EXIT
009110         MOVE "  DESBORDAMIENTOS"
009120             TO WRD-LABEL
009130         MOVE WS-OVF-COUNT TO WRD-COUNT
009140         PERFORM 7800-PON-DETALLE THRU 7800-EXIT
009150         MOVE "  RECHAZADOS"
009160             TO WRD-LABEL
009170         MOVE WS-INV-COUNT TO WRD-COUNT
009180         PERFORM 7800-PON-DETALLE THRU 7800-EXIT
009190         MOVE "REGISTROS EN EXPO-REJ.DAT"
009200             TO WRD-LABEL
009210         MOVE WS-REJ-COUNT TO WRD-COUNT
009220         PERFORM 7800-PON-DETALLE THRU 7800-EXIT
009230         PERFORM 7400-ECO-CONTROL THRU 7400-EXIT
009240     END-IF.
009250
009260     MOVE ALL "-" TO WS-RPT-TEXT.
009270     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
009280     IF WS-CUADRADA
009290         MOVE "RESULTADO: CORRIDA CUADRADA"
009300             TO WS-RPT-TEXT
009310     ELSE
009320         MOVE "RESULTADO: CORRIDA DESCUADRADA - REVISAR"
009330             TO WS-RPT-TEXT
009340     END-IF.
009350     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
009360     MOVE ALL "=" TO WS-RPT-TEXT.
009370     PERFORM 7700-PON-TEXTO THRU 7700-EXIT.
009380 7500-EXIT.
009390     EXIT.
009400
009410*-----------------------------------------------------------
009420* 7600-BUILD-TIMESTAMP
009430* HORA DEL RELOJ, PERO CON LA FECHA DE NEGOCIO CUANDO LA HAY.
009440*-----------------------------------------------------------
009450 7600-BUILD-TIMESTAMP.
009460     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
009470     IF WS-FECHA-NEG NOT = ZERO
009480         MOVE WS-FECHA-NEG TO WTS-DATE
009490     END-IF.
009500     MOVE WTS-DATE (1:4)  TO WTD-YEAR.
009510     MOVE WTS-DATE (5:2)  TO WTD-MONTH.
009520     MOVE WTS-DATE (7:2)  TO WTD-DAY.
009530     MOVE WTS-TIME (1:2)  TO WTD-HOUR.
009540     MOVE WTS-TIME (3:2)  TO WTD-MIN.
009550     MOVE WTS-TIME (5:2)  TO WTD-SEC.
009560 7600-EXIT.
009570     EXIT.
009580
009590 7700-PON-TEXTO.
009600     WRITE RPT-RECORD FROM WS-RPT-TEXT.
009610     MOVE SPACE TO WS-RPT-TEXT.
009620 7700-EXIT.
009630     EXIT.
009640
009650 7800-PON-DETALLE.
009660     WRITE RPT-RECORD FROM WS-RPT-DET.
009670     MOVE SPACE TO WRD-LABEL.
009680 7800-EXIT.
009690     EXIT.
009700
009710*-----------------------------------------------------------
009720* 8000-TERMINATE
009730* SI LA CORRIDA DE FECHAS CUADRO, SE AVANZA LA MARCA DE
009740* AGUA DE LA BITACORA; SI NO, SE DEJA DONDE ESTABA PARA
009750* PODER REPETIR LA CONCILIACION DESPUES DE INVESTIGAR.
009760*-----------------------------------------------------------
009770 8000-TERMINATE.
009780     IF WS-JOB-FECHAS AND WS-CUADRADA
009790         OPEN OUTPUT CONCILIA-HWM
009800         IF WS-HWM-STATUS NOT = "00"
009810             DISPLAY "CONCILIA: NO SE PUDO ABRIR "
009820                 "CONCILIA-HWM.DAT " WS-HWM-STATUS
009830             GO TO 9999-ABEND
009840         END-IF
009850         MOVE WS-LOG-TOTAL TO HWM-LOG-COUNT
009860         WRITE HWM-RECORD
009870         CLOSE CONCILIA-HWM
009880     END-IF.
009890
009900     CLOSE CONCILIA-RPT.
009910
009920     IF WS-CUADRADA
009930         DISPLAY "CONCILIA: CORRIDA CUADRADA."
009940         MOVE ZERO TO RETURN-CODE
009950     ELSE
009960         DISPLAY "CONCILIA: CORRIDA DESCUADRADA."
009970         MOVE 8 TO RETURN-CODE
009980     END-IF.
009990 8000-EXIT.
010000     EXIT.
010010
010020*-----------------------------------------------------------
010030* 9999-ABEND
010040* TERMINACION ANORMAL POR ERROR DE ARCHIVO O DE PARAMETRO.
010050*-----------------------------------------------------------
010060 9999-ABEND.
010070     DISPLAY "CONCILIA: TERMINACION ANORMAL.".
010080     MOVE 16 TO RETURN-CODE.
010090     GOBACK.
010100
010110 END PROGRAM CONCILIA.
