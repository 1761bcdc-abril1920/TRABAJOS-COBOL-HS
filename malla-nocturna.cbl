000260*                   DE LOS TRABAJOS QUE SE REGISTRAN SOLOS
000270*                   (FECHAS, EXPO) PARA NO CHOCAR CON SU
000280*                   CANDADO DE CORRIDA ACTIVA.
000290* 2026-10-15  JA    LA MALLA TOMA LA FECHA DE NEGOCIO DE
000300*                   FECHA-NEG.DAT (VIA FECNEG) AL ARRANCAR Y
000310*                   NO CORRE DOS VECES LA NOCHE DE LA MISMA
000320*                   FECHA: AL COMPLETAR LA NOCHE LA ANOTA EN
000330*                   EL CONTROL, Y UNA NUEVA INVOCACION SIN
000340*                   CHECKPOINT PENDIENTE PARA ESA FECHA
000350*                   TERMINA CON RC 12. EL CHECKPOINT LLEVA
000360*                   LA FECHA DE LA NOCHE DETENIDA; SOLO SE
000370*                   REANUDA SI ES LA FECHA ACTUAL O LA
000380*                   ANTERIOR (EL CIERRE DEL DIA YA CORRIO
000390*                   DENTRO DE ESA NOCHE), Y LA NOCHE QUE SE
000400*                   ANOTA AL TERMINAR ES LA DEL CHECKPOINT.
000410* 2026-10-15  JA    ARCHIVO DE COMANDOS DE OPERADOR
000420*                   MALLA-CMD.DAT, QUE SE LEE ANTES DE CADA
000430*                   PASO: RETENER UN PASO (Y TODOS LOS QUE LE
000440*                   SIGUEN), LIBERARLO, SALTARLO DANDOLO POR
000450*                   CUMPLIDO (CON MOTIVO OBLIGATORIO) Y
000460*                   FORZAR QUE SE REPITA UN PASO YA CUMPLIDO.
000470*                   CADA COMANDO SE VALIDA CONTRA
000480*                   OPERADORES.DAT, SE ANOTA EN RUN-CTL.DAT
000490*                   CON OPERADOR Y MOTIVO Y QUEDA MARCADO EN
000500*                   EL ARCHIVO. LA MALLA CORRE AHORA EL
000510*                   PRIMER PASO PENDIENTE DE LA TABLA, PARA
000520*                   QUE UN PASO FORZADO SE REPITA ANTES DE
000530*                   SEGUIR. CON LA NOCHE YA COMPLETA Y UN
000540*                   FORZAR PENDIENTE SOLO SE CORREN LOS PASOS
000550*                   FORZADOS. UNA NOCHE RETENIDA TERMINA CON
000560*                   RC 4 Y EL CHECKPOINT EN EL PASO RETENIDO.
000570* 2026-10-15  JA    UN FORZAR PENDIENTE CUANDO LA ULTIMA NOCHE
000580*                   COMPLETA ES LA DE LA FECHA ANTERIOR (FINDIA
000590*                   YA CERRO ESE DIA) SE RECHAZA CON AVISO: ESA
000600*                   NOCHE YA NO SE PUEDE REPETIR CON SU FECHA.
000610*                   LA MALLA SIGUE CON LA NOCHE DE LA FECHA
000620*                   ACTUAL. LA NOCHE QUE EMPIEZA O SE REANUDA
000630*                   SE ANOTA EN FECHA-NEG.DAT COMO EN CURSO,
000640*                   PARA QUE FINDIA NO CIERRE DOS VECES.
000650*-----------------------------------------------------------
000660
000670 ENVIRONMENT DIVISION.
000680 CONFIGURATION SECTION.
000690 SOURCE-COMPUTER. GENERICO.
000700 OBJECT-COMPUTER. GENERICO.
000710
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT MALLA-SEC ASSIGN TO "MALLA-SEC.DAT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-SEC-STATUS.
000770
000780     SELECT MALLA-CKP ASSIGN TO "MALLA-CKP.DAT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-CKP-STATUS.
000810
000820     SELECT MALLA-CMD ASSIGN TO "MALLA-CMD.DAT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-CMD-STATUS.
000850
000860     SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-OPR-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920*-----------------------------------------------------------
000930* SEC-RECORD: UN PASO DE LA MALLA POR RENGLON.
000940*   POS 01-08 SEC-PASO       NOMBRE DEL PASO (UNICO).
000950*   POS 10-17 SEC-PROGRAMA   PROGRAMA QUE SE LLAMA.
000960*   POS 19-26 SEC-PREDECESOR PASO QUE DEBE HABER TERMINADO
000970*                            BIEN ANTES (EN BLANCO = NADIE).
000980*   POS 28-30 SEC-RC-MAX     RETURN-CODE MAXIMO DEL PASO
000990*                            CON EL QUE EL SUCESOR ARRANCA.
001000*-----------------------------------------------------------
001010 FD  MALLA-SEC.
001020 01  SEC-RECORD.
001030     05 SEC-PASO                 PIC X(08).
001040     05 FILLER                   PIC X(01).
001050     05 SEC-PROGRAMA             PIC X(08).
001060     05 FILLER                   PIC X(01).
001070     05 SEC-PREDECESOR           PIC X(08).
001080     05 FILLER                   PIC X(01).
001090     05 SEC-RC-MAX               PIC 9(03).
001100
001110*-----------------------------------------------------------
001120* CKP-RECORD: EL PASO EN QUE SE DETUVO LA NOCHE ANTERIOR.
001130* EN BLANCO (O SIN ARCHIVO) LA MALLA EMPIEZA DEL PRINCIPIO.
001140* CKP-FECHA ES LA FECHA DE NEGOCIO DE ESA NOCHE; EN BLANCO
001150* EN LOS CHECKPOINTS DE ANTES DEL CONTROL DE FECHA.
001160*-----------------------------------------------------------
001170 FD  MALLA-CKP.
001180 01  CKP-RECORD.
001190     05 CKP-PASO                 PIC X(08).
001200     05 FILLER                   PIC X(01).
001210     05 CKP-FECHA                PIC X(08).
001220
001230*-----------------------------------------------------------
001240* CMD-RECORD: UN COMANDO DE OPERADOR POR RENGLON. EL OPERADOR
001250* ESCRIBE LAS POSICIONES 01-67 Y DEJA EN BLANCO CMD-ESTADO;
001260* LA MALLA LO MARCA AL LEERLO.
001270*   POS 01-08 CMD-ACCION     RETENER, LIBERAR, SALTAR, FORZAR.
001280*   POS 10-17 CMD-PASO       PASO DE MALLA-SEC.DAT.
001290*   POS 19-26 CMD-OPERADOR   USUARIO DE OPERADORES.DAT.
001300*   POS 28-67 CMD-MOTIVO     OBLIGATORIO PARA SALTAR.
001310*   POS 69    CMD-ESTADO     " " PENDIENTE, "A" APLICADO,
001320*                            "X" RECHAZADO.
001330* UN RETENER APLICADO SIGUE EN VIGOR, NOCHE TRAS NOCHE, HASTA
001340* QUE SE APLIQUE UN LIBERAR DEL MISMO PASO.
001350*-----------------------------------------------------------
001360 FD  MALLA-CMD.
001370 01  CMD-RECORD.
001380     05 CMD-ACCION               PIC X(08).
001390        88 CMD-RETENER                     VALUE "RETENER".
001400        88 CMD-LIBERAR                     VALUE "LIBERAR".
001410        88 CMD-SALTAR                      VALUE "SALTAR".
001420        88 CMD-FORZAR                      VALUE "FORZAR".
001430     05 FILLER                   PIC X(01).
001440     05 CMD-PASO                 PIC X(08).
001450     05 FILLER                   PIC X(01).
001460     05 CMD-OPERADOR             PIC X(08).
001470     05 FILLER                   PIC X(01).
001480     05 CMD-MOTIVO               PIC X(40).
001490     05 FILLER                   PIC X(01).
001500     05 CMD-ESTADO               PIC X(01).
001510
001520*-----------------------------------------------------------
001530* OPR-RECORD: MISMA TRAZA QUE EN FIRMA. AQUI SOLO SE VE QUE
001540* EL OPERADOR DEL COMANDO EXISTA, ESTE ACTIVO Y TENGA EL ROL.
001550*-----------------------------------------------------------
001560 FD  OPERADORES.
001570 01  OPR-RECORD.
001580     05 OPR-USUARIO              PIC X(08).
001590     05 FILLER                   PIC X(01).
001600     05 OPR-CLAVE                PIC X(08).
001610     05 FILLER                   PIC X(01).
001620     05 OPR-ESTADO               PIC X(01).
001630     05 FILLER                   PIC X(01).
001640     05 OPR-ROL                  PIC X(01).
001650     05 FILLER                   PIC X(01).
001660     05 OPR-NOMBRE               PIC X(30).
001670
001680 WORKING-STORAGE SECTION.
001690*-----------------------------------------------------------
001700* INDICADORES DE ESTADO DE ARCHIVO
001710*-----------------------------------------------------------
001720 01  WS-FILE-STATUSES.
001730     05 WS-SEC-STATUS            PIC X(02) VALUE "00".
001740     05 WS-CKP-STATUS            PIC X(02) VALUE "00".
001750     05 WS-CMD-STATUS            PIC X(02) VALUE "00".
001760     05 WS-OPR-STATUS            PIC X(02) VALUE "00".
001770
001780*-----------------------------------------------------------
001790* SWITCHES
001800*-----------------------------------------------------------
001810 01  WS-SWITCHES.
001820     05 WS-EOF-SW                PIC X(01) VALUE "N".
001830        88 WS-EOF                          VALUE "Y".
001840     05 WS-DETENIDA-SW           PIC X(01) VALUE "N".
001850        88 WS-DETENIDA                     VALUE "Y".
001860     05 WS-CARGA-SW              PIC X(01) VALUE "N".
001870        88 WS-CARGA-FALLO                  VALUE "Y".
001880     05 WS-RECHAZO-SW            PIC X(01) VALUE "N".
001890        88 WS-NOCHE-RECHAZADA              VALUE "Y".
001900     05 WS-RETENIDA-SW           PIC X(01) VALUE "N".
001910        88 WS-NOCHE-RETENIDA               VALUE "Y".
001920     05 WS-PENDIENTES-SW         PIC X(01) VALUE "N".
001930        88 WS-SIN-PENDIENTES               VALUE "Y".
001940     05 WS-SOLO-FORZADOS-SW      PIC X(01) VALUE "N".
001950        88 WS-SOLO-FORZADOS                VALUE "Y".
001960     05 WS-CMD-EOF-SW            PIC X(01) VALUE "N".
001970        88 WS-CMD-EOF                      VALUE "Y".
001980     05 WS-CMD-FALLO-SW          PIC X(01) VALUE "N".
001990        88 WS-CMD-FALLO                    VALUE "Y".
002000     05 WS-CMD-VALIDO-SW         PIC X(01) VALUE "N".
002010        88 WS-CMD-VALIDO                   VALUE "Y".
002020     05 WS-OPR-EOF-SW            PIC X(01) VALUE "N".
002030        88 WS-OPR-EOF                      VALUE "Y".
002040     05 WS-OPR-FOUND-SW          PIC X(01) VALUE "N".
002050        88 WS-OPR-FOUND                    VALUE "Y".
002060
002070*-----------------------------------------------------------
002080* CONTADORES Y CAMPOS DE TRABAJO
002090*-----------------------------------------------------------
002100 77  WS-PASO-TALLY               PIC 9(03) COMP VALUE ZERO.
002110 77  WS-IDX                      PIC 9(03) COMP VALUE ZERO.
002120 77  WS-IDX2                     PIC 9(03) COMP VALUE ZERO.
002130 77  WS-PRED-IDX                 PIC 9(03) COMP VALUE ZERO.
002140 77  WS-ARRANQUE                 PIC 9(03) COMP VALUE 1.
002150 77  WS-PASO-RC                  PIC S9(04) COMP VALUE ZERO.
002160 77  WS-PROG-NAME                PIC X(08) VALUE SPACE.
002170 77  WS-CKP-PEND                 PIC X(08) VALUE SPACE.
002180 77  WS-CORRIDOS                 PIC 9(03) COMP VALUE ZERO.
002190 77  WS-CKP-FECHA                PIC X(08) VALUE SPACE.
002200*    FECHA DE NEGOCIO DE LA NOCHE QUE SE CORRE; CEROS = NO HAY
002210*    FECHA-NEG.DAT Y NO SE CONTROLA LA REPETICION.
002220 77  WS-FECHA-NOCHE              PIC 9(08) VALUE ZERO.
002230 77  WS-FECHA-NOCHE-X REDEFINES WS-FECHA-NOCHE
002240                                 PIC X(08).
002250 77  WS-RET-IDX                  PIC 9(03) COMP VALUE ZERO.
002260 77  WS-CMD-TALLY                PIC 9(03) COMP VALUE ZERO.
002270 77  WS-CMD-IDX                  PIC 9(03) COMP VALUE ZERO.
002280 77  WS-CMD-PASO-IDX             PIC 9(03) COMP VALUE ZERO.
002290 77  WS-CMD-NUEVOS               PIC 9(03) COMP VALUE ZERO.
002300 77  WS-FORZAR-PEND              PIC 9(03) COMP VALUE ZERO.
002310 77  WS-CMD-RAZON                PIC X(40) VALUE SPACE.
002320 77  WS-OPR-ESTADO               PIC X(01) VALUE SPACE.
002330 77  WS-OPR-ROL                  PIC X(01) VALUE SPACE.
002340
002350*-----------------------------------------------------------
002360* TABLA DE PASOS DE LA NOCHE, EN EL ORDEN DEL ARCHIVO.
002370* ESTADO: " " PENDIENTE, "T" TERMINO BIEN, "F" FALLO,
002380* "S" CUMPLIDO EN UNA INVOCACION ANTERIOR (REANUDACION),
002390* "O" OMITIDO POR COMANDO DE OPERADOR (CUENTA COMO CUMPLIDO).
002400* RETENIDO: "R" SI HAY UN RETENER EN VIGOR SOBRE EL PASO.
002410*-----------------------------------------------------------
002420 01  WS-PASO-TABLE.
002430     05 WS-PASO-ENTRY            OCCURS 50 TIMES.
002440         10 WS-PASO-NOMBRE       PIC X(08).
002450         10 WS-PASO-PROG         PIC X(08).
002460         10 WS-PASO-PRED         PIC X(08).
002470         10 WS-PASO-RC-MAX       PIC 9(03).
002480         10 WS-PASO-ESTADO       PIC X(01).
002490         10 WS-PASO-RETENIDO     PIC X(01).
002500
002510*-----------------------------------------------------------
002520* COPIA DE MALLA-CMD.DAT, PARA MARCAR LOS COMANDOS Y
002530* REESCRIBIRLO COMPLETO.
002540*-----------------------------------------------------------
002550 01  WS-CMD-TABLE.
002560     05 WS-CMD-ENTRY             OCCURS 200 TIMES.
002570         10 WS-CMD-ACCION        PIC X(08).
002580         10 WS-CMD-PASO          PIC X(08).
002590         10 WS-CMD-OPERADOR      PIC X(08).
002600         10 WS-CMD-MOTIVO        PIC X(40).
002610         10 WS-CMD-ESTADO        PIC X(01).
002620
002630*-----------------------------------------------------------
002640* AREA DE COMUNICACION CON EL SUBPROGRAMA RUNCTL
002650*-----------------------------------------------------------
002660 01  WS-RUNCTL-PARAM.
002670     05 WRC-FUNCION              PIC X(03).
002680     05 WRC-TRABAJO              PIC X(08).
002690     05 WRC-ESTADO               PIC X(08).
002700     05 WRC-REGISTROS            PIC 9(07).
002710     05 WRC-RETCODE              PIC 9(03).
002720     05 WRC-RESULT               PIC X(02).
002730     05 WRC-OPERADOR             PIC X(08).
002740     05 WRC-MOTIVO               PIC X(40).
002750
002760*-----------------------------------------------------------
002770* AREA DE COMUNICACION CON EL SUBPROGRAMA FECNEG
002780*-----------------------------------------------------------
002790 01  WS-FECNEG-PARAM.
002800     05 WFN-FUNCION              PIC X(03).
002810     05 WFN-ACTUAL               PIC 9(08).
002820     05 WFN-ACTUAL-X REDEFINES WFN-ACTUAL
002830                                 PIC X(08).
002840     05 WFN-ANTERIOR             PIC 9(08).
002850     05 WFN-ANTERIOR-X REDEFINES WFN-ANTERIOR
002860                                 PIC X(08).
002870     05 WFN-SIGUIENTE            PIC 9(08).
002880     05 WFN-MALLA                PIC 9(08).
002890     05 WFN-RESULT               PIC X(02).
002900
002910 PROCEDURE DIVISION.
002920*-----------------------------------------------------------
002930* 0000-MAINLINE
002940* CARGA LA SECUENCIA, RESUELVE LA REANUDACION Y CORRE LOS
002950* PASOS EN ORDEN HASTA TERMINAR, HASTA QUE UNO FALLE O HASTA
002960* LLEGAR A UN PASO RETENIDO.
002970*-----------------------------------------------------------
002980 0000-MAINLINE.
002990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003000     IF WS-CARGA-FALLO
003010         MOVE 16 TO RETURN-CODE
003020         GOBACK
003030     END-IF.
003040     IF WS-NOCHE-RECHAZADA
003050         MOVE 12 TO RETURN-CODE
003060         GOBACK
003070     END-IF.
003080     PERFORM 2000-CORRE-PASO THRU 2000-EXIT
003090         UNTIL WS-DETENIDA OR WS-SIN-PENDIENTES.
003100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003110     GOBACK.
003120
003130*-----------------------------------------------------------
003140* 1000-INITIALIZE
003150* CARGA MALLA-SEC.DAT A LA TABLA Y, SI HAY UN CHECKPOINT DE
003160* UNA NOCHE DETENIDA, MARCA COMO CUMPLIDOS LOS PASOS
003170* ANTERIORES AL QUE FALLO PARA REANUDAR DESDE EL. LUEGO
003180* VERIFICA QUE LA NOCHE DE LA FECHA DE NEGOCIO NO SE HAYA
003190* CORRIDO YA (1500), SALVO QUE HAYA PASOS POR FORZAR.
003200*-----------------------------------------------------------
003210 1000-INITIALIZE.
003220     MOVE "N" TO WS-EOF-SW WS-DETENIDA-SW WS-CARGA-SW
003230         WS-RECHAZO-SW WS-RETENIDA-SW WS-PENDIENTES-SW
003240         WS-SOLO-FORZADOS-SW WS-CMD-FALLO-SW.
003250     MOVE ZERO TO WS-PASO-TALLY WS-CORRIDOS.
003260     MOVE 1 TO WS-ARRANQUE.
003270     OPEN INPUT MALLA-SEC.
003280     IF WS-SEC-STATUS NOT = "00"
003290         DISPLAY "MALLA: NO SE PUDO ABRIR MALLA-SEC.DAT "
003300             WS-SEC-STATUS
003310         SET WS-CARGA-FALLO TO TRUE
003320         GO TO 1000-EXIT
003330     END-IF.
003340     PERFORM 1100-LEE-PASO THRU 1100-EXIT.
003350     PERFORM 1200-GUARDA-PASO THRU 1200-EXIT
003360         UNTIL WS-EOF.
003370     CLOSE MALLA-SEC.
003380     IF WS-PASO-TALLY = ZERO
003390         DISPLAY "MALLA: MALLA-SEC.DAT ESTA VACIO."
003400         SET WS-CARGA-FALLO TO TRUE
003410         GO TO 1000-EXIT
003420     END-IF.
003430
003440     PERFORM 1300-LEE-CHECKPOINT THRU 1300-EXIT.
003450     PERFORM 2510-CARGA-COMANDOS THRU 2510-EXIT.
003460     PERFORM 1600-CUENTA-FORZADOS THRU 1600-EXIT.
003470     PERFORM 1500-VERIFICA-FECHA THRU 1500-EXIT.
003480     IF WS-NOCHE-RECHAZADA
003490         GO TO 1000-EXIT
003500     END-IF.
003510     PERFORM 1700-ANOTA-EN-CURSO THRU 1700-EXIT.
003520     IF WS-SOLO-FORZADOS
003530         MOVE ZERO TO WS-IDX2
003540         PERFORM 1430-MARCA-TODO THRU 1430-EXIT
003550             WS-PASO-TALLY TIMES
003560         GO TO 1000-EXIT
003570     END-IF.
003580     IF WS-CKP-PEND NOT = SPACE
003590         PERFORM 1400-MARCA-REANUDACION THRU 1400-EXIT
003600     END-IF.
003610 1000-EXIT.
003620     EXIT.
003630
003640 1100-LEE-PASO.
003650     READ MALLA-SEC
003660         AT END
003670             SET WS-EOF TO TRUE
003680     END-READ.
003690 1100-EXIT.
003700     EXIT.
003710
003720 1200-GUARDA-PASO.
003730     IF WS-PASO-TALLY >= 50
003740         DISPLAY "MALLA: TABLA DE PASOS LLENA, SE IGNORA "
003750             SEC-PASO
003760     ELSE
003770         ADD 1 TO WS-PASO-TALLY
003780         MOVE SEC-PASO       TO WS-PASO-NOMBRE (WS-PASO-TALLY)
003790         MOVE SEC-PROGRAMA   TO WS-PASO-PROG (WS-PASO-TALLY)
003800         MOVE SEC-PREDECESOR TO WS-PASO-PRED (WS-PASO-TALLY)
003810         MOVE SEC-RC-MAX     TO WS-PASO-RC-MAX (WS-PASO-TALLY)
003820         MOVE SPACE          TO WS-PASO-ESTADO (WS-PASO-TALLY)
003830                                WS-PASO-RETENIDO (WS-PASO-TALLY)
003840     END-IF.
003850     PERFORM 1100-LEE-PASO THRU 1100-EXIT.
003860 1200-EXIT.
003870     EXIT.
003880
003890*-----------------------------------------------------------
003900* 1300-LEE-CHECKPOINT
003910* SI EXISTE MALLA-CKP.DAT CON UN PASO, LA NOCHE ANTERIOR SE
003920* DETUVO AHI Y ESTA INVOCACION ES UNA REANUDACION.
003930*-----------------------------------------------------------
003940 1300-LEE-CHECKPOINT.
003950     MOVE SPACE TO WS-CKP-PEND WS-CKP-FECHA.
003960     OPEN INPUT MALLA-CKP.
003970     IF WS-CKP-STATUS NOT = "00"
003980         GO TO 1300-EXIT
003990     END-IF.
004000     READ MALLA-CKP
004010         AT END
004020             MOVE SPACE TO CKP-RECORD
004030     END-READ.
004040     MOVE CKP-PASO TO WS-CKP-PEND.
004050     MOVE CKP-FECHA TO WS-CKP-FECHA.
004060     CLOSE MALLA-CKP.
004070 1300-EXIT.
004080     EXIT.
004090
004100*-----------------------------------------------------------
004110* 1400-MARCA-REANUDACION
004120* LOS PASOS ANTERIORES AL DETENIDO YA CUMPLIERON EN LA
004130* INVOCACION PASADA; SE MARCAN "S" PARA NO REPETIRLOS Y LA
004140* CORRIDA ARRANCA EN EL PASO QUE FALLO. SI EL PASO DEL
004150* CHECKPOINT YA NO ESTA EN LA SECUENCIA, SE AVISA Y SE
004160* CORRE TODO DESDE EL PRINCIPIO.
004170*-----------------------------------------------------------
004180 1400-MARCA-REANUDACION.
004190     MOVE ZERO TO WS-ARRANQUE WS-IDX2.
004200     PERFORM 1410-BUSCA-PENDIENTE THRU 1410-EXIT
004210         WS-PASO-TALLY TIMES.
004220     IF WS-ARRANQUE = ZERO
004230         DISPLAY "MALLA: EL PASO DETENIDO " WS-CKP-PEND
004240             " YA NO ESTA EN LA SECUENCIA, SE CORRE TODO."
004250         MOVE 1 TO WS-ARRANQUE
004260         GO TO 1400-EXIT
004270     END-IF.
004280     DISPLAY "MALLA: REANUDANDO DESDE EL PASO " WS-CKP-PEND.
004290     MOVE ZERO TO WS-IDX2.
004300     PERFORM 1420-MARCA-CUMPLIDO THRU 1420-EXIT
004310         UNTIL WS-IDX2 >= WS-ARRANQUE - 1.
004320 1400-EXIT.
004330     EXIT.
004340
004350 1410-BUSCA-PENDIENTE.
004360     ADD 1 TO WS-IDX2.
004370     IF WS-PASO-NOMBRE (WS-IDX2) = WS-CKP-PEND
004380         AND WS-ARRANQUE = ZERO
004390         MOVE WS-IDX2 TO WS-ARRANQUE
004400     END-IF.
004410 1410-EXIT.
004420     EXIT.
004430
004440 1420-MARCA-CUMPLIDO.
004450     ADD 1 TO WS-IDX2.
004460     MOVE "S" TO WS-PASO-ESTADO (WS-IDX2).
004470     DISPLAY "MALLA: PASO " WS-PASO-NOMBRE (WS-IDX2)
004480         " YA CUMPLIDO, NO SE REPITE.".
004490 1420-EXIT.
004500     EXIT.
004510
004520 1430-MARCA-TODO.
004530     ADD 1 TO WS-IDX2.
004540     MOVE "S" TO WS-PASO-ESTADO (WS-IDX2).
004550 1430-EXIT.
004560     EXIT.
004570
004580*-----------------------------------------------------------
004590* 1500-VERIFICA-FECHA
004600* SIN CHECKPOINT PENDIENTE, LA NOCHE ES LA DE LA FECHA DE
004610* NEGOCIO ACTUAL Y NO SE CORRE SI EL CONTROL YA LA TIENE
004620* ANOTADA COMO COMPLETA. CON CHECKPOINT, LA NOCHE ES LA DEL
004630* CHECKPOINT, QUE DEBE SER LA ACTUAL O LA ANTERIOR (SI EL
004640* CIERRE DEL DIA YA CORRIO DENTRO DE ESA NOCHE); OTRA FECHA
004650* ES UNA NOCHE VIEJA QUE NO SE REANUDA SOLA. SIN
004660* FECHA-NEG.DAT SE CORRE COMO ANTES, CON AVISO. UNA NOCHE
004670* YA COMPLETA SOLO SE VUELVE A ABRIR SI HAY UN FORZAR
004680* PENDIENTE, Y ENTONCES CORREN UNICAMENTE LOS PASOS FORZADOS.
004690* COMO FINDIA ES EL ULTIMO PASO, SI LA ULTIMA NOCHE COMPLETA
004700* ES LA DE LA FECHA ANTERIOR ESE DIA YA ESTA CERRADO: SUS
004710* FORZAR PENDIENTES SE RECHAZAN (1550), PORQUE EL PASO
004720* CORRERIA CON LA FECHA YA AVANZADA, Y SE CORRE NORMAL LA
004730* NOCHE DE LA FECHA ACTUAL.
004740*-----------------------------------------------------------
004750 1500-VERIFICA-FECHA.
004760     MOVE ZERO TO WS-FECHA-NOCHE.
004770     MOVE "CON" TO WFN-FUNCION.
004780     CALL "FECNEG" USING WS-FECNEG-PARAM.
004790     CANCEL "FECNEG".
004800     IF WFN-RESULT NOT = "00"
004810         DISPLAY "MALLA: SIN FECHA-NEG.DAT, NO SE CONTROLA "
004820             "LA REPETICION DE LA NOCHE."
004830         GO TO 1500-EXIT
004840     END-IF.
004850
004860     IF WS-CKP-PEND = SPACE
004870         IF WFN-MALLA = WFN-ACTUAL
004880             AND WS-FORZAR-PEND > ZERO
004890             DISPLAY "MALLA: LA NOCHE DE LA FECHA DE NEGOCIO "
004900                 WFN-ACTUAL " YA SE CORRIO COMPLETA, SOLO SE "
004910                 "CORREN LOS PASOS FORZADOS."
004920             SET WS-SOLO-FORZADOS TO TRUE
004930             MOVE WFN-ACTUAL TO WS-FECHA-NOCHE
004940             GO TO 1500-EXIT
004950         END-IF
004960         IF WFN-MALLA = WFN-ANTERIOR
004970             AND WFN-MALLA NOT = ZERO
004980             AND WS-FORZAR-PEND > ZERO
004990             DISPLAY "MALLA: LA NOCHE DE LA FECHA " WFN-ANTERIOR
005000                 " YA ESTA CERRADA POR FINDIA, NO SE REPITEN "
005010                 "SUS PASOS."
005020             PERFORM 1550-RECHAZA-FORZADOS THRU 1550-EXIT
005030         END-IF
005040         IF WFN-MALLA = WFN-ACTUAL
005050             DISPLAY "MALLA: LA NOCHE DE LA FECHA DE NEGOCIO "
005060                 WFN-ACTUAL " YA SE CORRIO COMPLETA, NO SE "
005070                 "REPITE."
005080             SET WS-NOCHE-RECHAZADA TO TRUE
005090             GO TO 1500-EXIT
005100         END-IF
005110         MOVE WFN-ACTUAL TO WS-FECHA-NOCHE
005120         DISPLAY "MALLA: NOCHE DE LA FECHA DE NEGOCIO "
005130             WS-FECHA-NOCHE
005140         GO TO 1500-EXIT
005150     END-IF.
005160
005170     IF WS-CKP-FECHA = SPACE
005180         MOVE WFN-ACTUAL TO WS-FECHA-NOCHE
005190     ELSE
005200         IF WS-CKP-FECHA NOT = WFN-ACTUAL-X
005210             AND WS-CKP-FECHA NOT = WFN-ANTERIOR-X
005220             DISPLAY "MALLA: EL CHECKPOINT ES DE LA NOCHE "
005230                 WS-CKP-FECHA ", LA FECHA DE NEGOCIO ES "
005240                 WFN-ACTUAL ", NO SE REANUDA."
005250             SET WS-NOCHE-RECHAZADA TO TRUE
005260             GO TO 1500-EXIT
005270         END-IF
005280         MOVE WS-CKP-FECHA TO WS-FECHA-NOCHE-X
005290     END-IF.
005300     DISPLAY "MALLA: NOCHE DE LA FECHA DE NEGOCIO "
005310         WS-FECHA-NOCHE " (REANUDACION)".
005320 1500-EXIT.
005330     EXIT.
005340
005350*-----------------------------------------------------------
005360* 1550-RECHAZA-FORZADOS
005370* MARCA COMO RECHAZADOS LOS FORZAR PENDIENTES Y REESCRIBE
005380* MALLA-CMD.DAT, PARA QUE NINGUNO SE APLIQUE A MEDIA NOCHE
005390* NUEVA SOBRE UN PASO QUE ERA DE LA NOCHE YA CERRADA.
005400*-----------------------------------------------------------
005410 1550-RECHAZA-FORZADOS.
005420     MOVE ZERO TO WS-CMD-IDX.
005430     PERFORM 1560-RECHAZA-UNO THRU 1560-EXIT
005440         WS-CMD-TALLY TIMES.
005450     MOVE ZERO TO WS-FORZAR-PEND.
005460     PERFORM 2600-GRABA-COMANDOS THRU 2600-EXIT.
005470 1550-EXIT.
005480     EXIT.
005490
005500 1560-RECHAZA-UNO.
005510     ADD 1 TO WS-CMD-IDX.
005520     IF WS-CMD-ACCION (WS-CMD-IDX) NOT = "FORZAR"
005530         OR WS-CMD-ESTADO (WS-CMD-IDX) NOT = SPACE
005540         GO TO 1560-EXIT
005550     END-IF.
005560     MOVE "X" TO WS-CMD-ESTADO (WS-CMD-IDX).
005570     DISPLAY "MALLA: COMANDO RECHAZADO: "
005580         WS-CMD-ACCION (WS-CMD-IDX) " "
005590         WS-CMD-PASO (WS-CMD-IDX) " DE "
005600         WS-CMD-OPERADOR (WS-CMD-IDX) ", LA NOCHE DE LA FECHA "
005610         WFN-ANTERIOR " YA ESTA CERRADA.".
005620 1560-EXIT.
005630     EXIT.
005640
005650*-----------------------------------------------------------
005660* 1600-CUENTA-FORZADOS
005670* CUENTA LOS FORZAR PENDIENTES EN MALLA-CMD.DAT, QUE SON LOS
005680* QUE PERMITEN REABRIR UNA NOCHE YA COMPLETA (1500).
005690*-----------------------------------------------------------
005700 1600-CUENTA-FORZADOS.
005710     MOVE ZERO TO WS-FORZAR-PEND WS-CMD-IDX.
005720     PERFORM 1610-CUENTA-UNO THRU 1610-EXIT
005730         WS-CMD-TALLY TIMES.
005740 1600-EXIT.
005750     EXIT.
005760
005770 1610-CUENTA-UNO.
005780     ADD 1 TO WS-CMD-IDX.
005790     IF WS-CMD-ACCION (WS-CMD-IDX) = "FORZAR"
005800         AND WS-CMD-ESTADO (WS-CMD-IDX) = SPACE
005810         ADD 1 TO WS-FORZAR-PEND
005820     END-IF.
005830 1610-EXIT.
005840     EXIT.
005850
005860*-----------------------------------------------------------
005870* 1700-ANOTA-EN-CURSO
005880* ANOTA EN FECHA-NEG.DAT LA NOCHE QUE SE VA A CORRER; MAL LA
005890* BORRA AL COMPLETARLA. SI NO SE PUEDE ANOTAR SOLO SE AVISA.
005900*-----------------------------------------------------------
005910 1700-ANOTA-EN-CURSO.
005920     IF WS-FECHA-NOCHE = ZERO
005930         GO TO 1700-EXIT
005940     END-IF.
005950     MOVE "NOC" TO WFN-FUNCION.
005960     MOVE WS-FECHA-NOCHE TO WFN-MALLA.
005970     CALL "FECNEG" USING WS-FECNEG-PARAM.
005980     CANCEL "FECNEG".
005990     IF WFN-RESULT NOT = "00"
006000         DISPLAY "MALLA: NO SE PUDO ANOTAR LA NOCHE "
006010             WS-FECHA-NOCHE " EN CURSO EN FECHA-NEG.DAT."
006020     END-IF.
006030 1700-EXIT.
006040     EXIT.
006050
006060*-----------------------------------------------------------
006070* 2000-CORRE-PASO
006080* APLICA LOS COMANDOS DE OPERADOR NUEVOS Y CORRE EL PRIMER
006090* PASO PENDIENTE DE LA TABLA: REVISA QUE NO ESTE RETENIDO,
006100* VERIFICA SU PREDECESOR, LO REGISTRA EN RUN-CTL, LLAMA AL
006110* PROGRAMA Y EVALUA EL RETURN-CODE CONTRA EL MAXIMO
006120* PERMITIDO. SIN PASOS PENDIENTES LA NOCHE TERMINO.
006130*-----------------------------------------------------------
006140 2000-CORRE-PASO.
006150     PERFORM 2500-LEE-COMANDOS THRU 2500-EXIT.
006160     PERFORM 2050-BUSCA-SIGUIENTE THRU 2050-EXIT.
006170     IF WS-IDX = ZERO
006180         SET WS-SIN-PENDIENTES TO TRUE
006190         GO TO 2000-EXIT
006200     END-IF.
006210     IF WS-CMD-FALLO
006220         DISPLAY "MALLA: NO SE PUEDEN APLICAR LOS COMANDOS DE "
006230             "MALLA-CMD.DAT, SE DETIENE."
006240         PERFORM 2400-DETEN-CADENA THRU 2400-EXIT
006250         GO TO 2000-EXIT
006260     END-IF.
006270     PERFORM 2060-VERIFICA-RETENCION THRU 2060-EXIT.
006280     IF WS-DETENIDA
006290         GO TO 2000-EXIT
006300     END-IF.
006310
006320     PERFORM 2100-VERIFICA-PREDECESOR THRU 2100-EXIT.
006330     IF WS-DETENIDA
006340         GO TO 2000-EXIT
006350     END-IF.
006360
006370     DISPLAY "MALLA: LANZANDO PASO " WS-PASO-NOMBRE (WS-IDX)
006380         " (" WS-PASO-PROG (WS-IDX) ")".
006390     MOVE "REG" TO WRC-FUNCION.
006400     MOVE WS-PASO-NOMBRE (WS-IDX) TO WRC-TRABAJO.
006410     MOVE SPACE TO WRC-ESTADO.
006420     MOVE ZERO  TO WRC-REGISTROS WRC-RETCODE.
006430     CALL "RUNCTL" USING WS-RUNCTL-PARAM.
006440     IF WRC-RESULT = "90"
006450         DISPLAY "MALLA: EL PASO " WS-PASO-NOMBRE (WS-IDX)
006460             " YA ESTA ACTIVO EN RUN-CTL, SE DETIENE."
006470         PERFORM 2400-DETEN-CADENA THRU 2400-EXIT
006480         GO TO 2000-EXIT
006490     END-IF.
006500
006510     PERFORM 2200-LLAMA-PROGRAMA THRU 2200-EXIT.
006520     ADD 1 TO WS-CORRIDOS.
006530
006540     MOVE "FIN" TO WRC-FUNCION.
006550     MOVE WS-PASO-NOMBRE (WS-IDX) TO WRC-TRABAJO.
006560     IF WS-PASO-RC <= WS-PASO-RC-MAX (WS-IDX)
006570         MOVE "TERMINO" TO WRC-ESTADO
006580     ELSE
006590         MOVE "ABENDO"  TO WRC-ESTADO
006600     END-IF.
006610     MOVE ZERO TO WRC-REGISTROS.
006620     MOVE WS-PASO-RC TO WRC-RETCODE.
006630     CALL "RUNCTL" USING WS-RUNCTL-PARAM.
006640
006650     IF WS-PASO-RC <= WS-PASO-RC-MAX (WS-IDX)
006660         MOVE "T" TO WS-PASO-ESTADO (WS-IDX)
006670         DISPLAY "MALLA: PASO " WS-PASO-NOMBRE (WS-IDX)
006680             " TERMINO CON RC " WS-PASO-RC
006690     ELSE
006700         MOVE "F" TO WS-PASO-ESTADO (WS-IDX)
006710         DISPLAY "MALLA: PASO " WS-PASO-NOMBRE (WS-IDX)
006720             " FALLO CON RC " WS-PASO-RC
006730             ", MAXIMO PERMITIDO " WS-PASO-RC-MAX (WS-IDX)
006740         PERFORM 2400-DETEN-CADENA THRU 2400-EXIT
006750     END-IF.
006760 2000-EXIT.
006770     EXIT.
006780
006790 2050-BUSCA-SIGUIENTE.
006800     MOVE ZERO TO WS-IDX WS-IDX2.
006810     PERFORM 2055-REVISA-PASO THRU 2055-EXIT
006820         WS-PASO-TALLY TIMES.
006830 2050-EXIT.
006840     EXIT.
006850
006860 2055-REVISA-PASO.
006870     ADD 1 TO WS-IDX2.
006880     IF WS-PASO-ESTADO (WS-IDX2) = SPACE
006890         AND WS-IDX = ZERO
006900         MOVE WS-IDX2 TO WS-IDX
006910     END-IF.
006920 2055-EXIT.
006930     EXIT.
006940
006950*-----------------------------------------------------------
006960* 2060-VERIFICA-RETENCION
006970* UN RETENER EN VIGOR DETIENE SU PASO Y TODOS LOS QUE LE
006980* SIGUEN EN LA SECUENCIA. LA NOCHE QUEDA RETENIDA CON EL
006990* CHECKPOINT EN ESTE PASO, PARA REANUDAR AL LIBERARLA.
007000*-----------------------------------------------------------
007010 2060-VERIFICA-RETENCION.
007020     MOVE ZERO TO WS-RET-IDX WS-IDX2.
007030     PERFORM 2065-BUSCA-RETENIDO THRU 2065-EXIT
007040         WS-IDX TIMES.
007050     IF WS-RET-IDX = ZERO
007060         GO TO 2060-EXIT
007070     END-IF.
007080     DISPLAY "MALLA: PASO " WS-PASO-NOMBRE (WS-IDX)
007090         " RETENIDO POR OPERADOR (RETENER SOBRE "
007100         WS-PASO-NOMBRE (WS-RET-IDX) "), SE DETIENE.".
007110     SET WS-NOCHE-RETENIDA TO TRUE.
007120     PERFORM 2400-DETEN-CADENA THRU 2400-EXIT.
007130 2060-EXIT.
007140     EXIT.
007150
007160 2065-BUSCA-RETENIDO.
007170     ADD 1 TO WS-IDX2.
007180     IF WS-PASO-RETENIDO (WS-IDX2) = "R"
007190         AND WS-RET-IDX = ZERO
007200         MOVE WS-IDX2 TO WS-RET-IDX
007210     END-IF.
007220 2065-EXIT.
007230     EXIT.
007240
007250*-----------------------------------------------------------
007260* 2100-VERIFICA-PREDECESOR
007270* EL PREDECESOR DEBE EXISTIR EN LA TABLA Y HABER CUMPLIDO
007280* ("T" ESTA NOCHE, "S" EN LA INVOCACION ANTERIOR U "O"
007290* OMITIDO POR EL OPERADOR). SI NO, LA CADENA SE DETIENE EN
007300* ESTE PASO.
007310*-----------------------------------------------------------
007320 2100-VERIFICA-PREDECESOR.
007330     IF WS-PASO-PRED (WS-IDX) = SPACE
007340         GO TO 2100-EXIT
007350     END-IF.
007360     MOVE ZERO TO WS-PRED-IDX WS-IDX2.
007370     PERFORM 2110-BUSCA-PRED THRU 2110-EXIT
007380         WS-PASO-TALLY TIMES.
007390     IF WS-PRED-IDX = ZERO
007400         DISPLAY "MALLA: EL PREDECESOR "
007410             WS-PASO-PRED (WS-IDX) " DEL PASO "
007420             WS-PASO-NOMBRE (WS-IDX) " NO ESTA EN LA "
007430             "SECUENCIA, SE DETIENE."
007440         PERFORM 2400-DETEN-CADENA THRU 2400-EXIT
007450         GO TO 2100-EXIT
007460     END-IF.
007470     IF WS-PASO-ESTADO (WS-PRED-IDX) NOT = "T"
007480         AND WS-PASO-ESTADO (WS-PRED-IDX) NOT = "S"
007490         AND WS-PASO-ESTADO (WS-PRED-IDX) NOT = "O"
007500         DISPLAY "MALLA: EL PREDECESOR "
007510             WS-PASO-PRED (WS-IDX) " DEL PASO "
007520             WS-PASO-NOMBRE (WS-IDX) " NO HA CUMPLIDO, "
007530             "SE DETIENE."
007540         PERFORM 2400-DETEN-CADENA THRU 2400-EXIT
007550     END-IF.
007560 2100-EXIT.
007570     EXIT.
007580
007590 2110-BUSCA-PRED.
007600     ADD 1 TO WS-IDX2.
007610     IF WS-PASO-NOMBRE (WS-IDX2) = WS-PASO-PRED (WS-IDX)
007620         MOVE WS-IDX2 TO WS-PRED-IDX
007630     END-IF.
007640 2110-EXIT.
007650     EXIT.
007660
007670*-----------------------------------------------------------
007680* 2200-LLAMA-PROGRAMA
007690* LLAMA AL PROGRAMA DEL PASO Y DEJA SU RETURN-CODE EN
007700* WS-PASO-RC. EL REGISTRO RETURN-CODE SE LIMPIA DESPUES DE
007710* CAPTURARLO PARA QUE NO CONTAMINE EL SIGUIENTE PASO. UN
007720* PROGRAMA QUE NO SE PUEDE CARGAR CUENTA COMO RC 16.
007730*-----------------------------------------------------------
007740 2200-LLAMA-PROGRAMA.
007750     MOVE WS-PASO-PROG (WS-IDX) TO WS-PROG-NAME.
007760     MOVE ZERO TO RETURN-CODE.
007770     CALL WS-PROG-NAME
007780         ON EXCEPTION
007790             DISPLAY "MALLA: NO SE PUDO CARGAR EL PROGRAMA "
007800                 WS-PROG-NAME
007810             MOVE 16 TO RETURN-CODE
007820     END-CALL.
007830     MOVE RETURN-CODE TO WS-PASO-RC.
007840     MOVE ZERO TO RETURN-CODE.
007850     CANCEL WS-PROG-NAME.
007860 2200-EXIT.
007870     EXIT.
007880
007890*-----------------------------------------------------------
007900* 2400-DETEN-CADENA
007910* MARCA LA CADENA COMO DETENIDA Y GRABA EN EL CHECKPOINT EL
007920* PASO EN QUE SE DETUVO, PARA QUE LA SIGUIENTE INVOCACION
007930* REANUDE DESDE AQUI SIN REPETIR LO YA CUMPLIDO. CUANDO SOLO
007940* CORREN PASOS FORZADOS DE UNA NOCHE YA COMPLETA NO SE DEJA
007950* CHECKPOINT (REANUDAR CORRERIA EL RESTO DE LA NOCHE); EL
007960* OPERADOR VUELVE A FORZAR EL PASO.
007970*-----------------------------------------------------------
007980 2400-DETEN-CADENA.
007990     SET WS-DETENIDA TO TRUE.
008000     IF WS-SOLO-FORZADOS
008010         DISPLAY "MALLA: NOCHE YA COMPLETA, NO SE GRABA "
008020             "CHECKPOINT; PARA REPETIR EL PASO "
008030             WS-PASO-NOMBRE (WS-IDX) " DE OTRO FORZAR."
008040         GO TO 2400-EXIT
008050     END-IF.
008060     OPEN OUTPUT MALLA-CKP.
008070     IF WS-CKP-STATUS NOT = "00"
008080         DISPLAY "MALLA: NO SE PUDO GRABAR MALLA-CKP.DAT "
008090             WS-CKP-STATUS
008100         GO TO 2400-EXIT
008110     END-IF.
008120     MOVE SPACE TO CKP-RECORD.
008130     MOVE WS-PASO-NOMBRE (WS-IDX) TO CKP-PASO.
008140     IF WS-FECHA-NOCHE NOT = ZERO
008150         MOVE WS-FECHA-NOCHE-X TO CKP-FECHA
008160     END-IF.
008170     WRITE CKP-RECORD.
008180     CLOSE MALLA-CKP.
008190 2400-EXIT.
008200     EXIT.
008210
008220*-----------------------------------------------------------
008230* 2500-LEE-COMANDOS
008240* RELEE MALLA-CMD.DAT. LOS RETENER Y LIBERAR YA APLICADOS SE
008250* REPASAN EN ORDEN PARA SABER QUE PASOS SIGUEN RETENIDOS; LOS
008260* PENDIENTES SE VALIDAN Y APLICAN EN ORDEN, SE ANOTAN EN
008270* RUN-CTL Y EL ARCHIVO SE REESCRIBE CON SU MARCA.
008280*-----------------------------------------------------------
008290 2500-LEE-COMANDOS.
008300     MOVE "N" TO WS-CMD-FALLO-SW.
008310     PERFORM 2510-CARGA-COMANDOS THRU 2510-EXIT.
008320     IF WS-CMD-FALLO OR WS-CMD-TALLY = ZERO
008330         GO TO 2500-EXIT
008340     END-IF.
008350     MOVE ZERO TO WS-IDX2.
008360     PERFORM 2520-QUITA-RETENCION THRU 2520-EXIT
008370         WS-PASO-TALLY TIMES.
008380     MOVE ZERO TO WS-CMD-NUEVOS WS-CMD-IDX.
008390     PERFORM 2530-APLICA-COMANDO THRU 2530-EXIT
008400         WS-CMD-TALLY TIMES.
008410     IF WS-CMD-NUEVOS > ZERO
008420         PERFORM 2600-GRABA-COMANDOS THRU 2600-EXIT
008430     END-IF.
008440 2500-EXIT.
008450     EXIT.
008460
008470*-----------------------------------------------------------
008480* 2510-CARGA-COMANDOS
008490* SIN ARCHIVO NO HAY COMANDOS. SI NO CABE EN LA TABLA NO SE
008500* APLICA NADA, PORQUE AL REESCRIBIRLO SE PERDERIAN RENGLONES.
008510*-----------------------------------------------------------
008520 2510-CARGA-COMANDOS.
008530     MOVE ZERO TO WS-CMD-TALLY.
008540     MOVE "N" TO WS-CMD-EOF-SW.
008550     OPEN INPUT MALLA-CMD.
008560     IF WS-CMD-STATUS NOT = "00"
008570         GO TO 2510-EXIT
008580     END-IF.
008590     PERFORM 2515-LEE-COMANDO THRU 2515-EXIT
008600         UNTIL WS-CMD-EOF.
008610     CLOSE MALLA-CMD.
008620 2510-EXIT.
008630     EXIT.
008640
008650 2515-LEE-COMANDO.
008660     READ MALLA-CMD
008670         AT END
008680             SET WS-CMD-EOF TO TRUE
008690             GO TO 2515-EXIT
008700     END-READ.
008710     IF CMD-RECORD = SPACE
008720         GO TO 2515-EXIT
008730     END-IF.
008740     IF WS-CMD-TALLY >= 200
008750         DISPLAY "MALLA: MALLA-CMD.DAT TIENE MAS DE 200 "
008760             "COMANDOS, DEPURELO."
008770         SET WS-CMD-FALLO TO TRUE
008780         SET WS-CMD-EOF TO TRUE
008790         GO TO 2515-EXIT
008800     END-IF.
008810     ADD 1 TO WS-CMD-TALLY.
008820     MOVE CMD-ACCION   TO WS-CMD-ACCION (WS-CMD-TALLY).
008830     MOVE CMD-PASO     TO WS-CMD-PASO (WS-CMD-TALLY).
008840     MOVE CMD-OPERADOR TO WS-CMD-OPERADOR (WS-CMD-TALLY).
008850     MOVE CMD-MOTIVO   TO WS-CMD-MOTIVO (WS-CMD-TALLY).
008860     MOVE CMD-ESTADO   TO WS-CMD-ESTADO (WS-CMD-TALLY).
008870 2515-EXIT.
008880     EXIT.
008890
008900 2520-QUITA-RETENCION.
008910     ADD 1 TO WS-IDX2.
008920     MOVE SPACE TO WS-PASO-RETENIDO (WS-IDX2).
008930 2520-EXIT.
008940     EXIT.
008950
008960*-----------------------------------------------------------
008970* 2530-APLICA-COMANDO
008980* UN COMANDO APLICADO SOLO CUENTA PARA LA RETENCION; UNO
008990* RECHAZADO SE IGNORA; UNO PENDIENTE SE VALIDA (2540) Y, SI
009000* PASA, SE APLICA Y SE ANOTA EN RUN-CTL.
009010*-----------------------------------------------------------
009020 2530-APLICA-COMANDO.
009030     ADD 1 TO WS-CMD-IDX.
009040     MOVE ZERO TO WS-CMD-PASO-IDX WS-IDX2.
009050     PERFORM 2535-BUSCA-PASO THRU 2535-EXIT
009060         WS-PASO-TALLY TIMES.
009070     IF WS-CMD-ESTADO (WS-CMD-IDX) = "A"
009080         IF WS-CMD-PASO-IDX NOT = ZERO
009090             IF WS-CMD-ACCION (WS-CMD-IDX) = "RETENER"
009100                 MOVE "R" TO WS-PASO-RETENIDO (WS-CMD-PASO-IDX)
009110             END-IF
009120             IF WS-CMD-ACCION (WS-CMD-IDX) = "LIBERAR"
009130                 MOVE SPACE TO WS-PASO-RETENIDO (WS-CMD-PASO-IDX)
009140             END-IF
009150         END-IF
009160         GO TO 2530-EXIT
009170     END-IF.
009180     IF WS-CMD-ESTADO (WS-CMD-IDX) NOT = SPACE
009190         GO TO 2530-EXIT
009200     END-IF.
009210
009220     ADD 1 TO WS-CMD-NUEVOS.
009230     PERFORM 2540-VALIDA-COMANDO THRU 2540-EXIT.
009240     IF NOT WS-CMD-VALIDO
009250         MOVE "X" TO WS-CMD-ESTADO (WS-CMD-IDX)
009260         DISPLAY "MALLA: COMANDO RECHAZADO: "
009270             WS-CMD-ACCION (WS-CMD-IDX) " "
009280             WS-CMD-PASO (WS-CMD-IDX) " DE "
009290             WS-CMD-OPERADOR (WS-CMD-IDX) ", " WS-CMD-RAZON
009300         GO TO 2530-EXIT
009310     END-IF.
009320
009330     EVALUATE WS-CMD-ACCION (WS-CMD-IDX)
009340         WHEN "RETENER"
009350             MOVE "R" TO WS-PASO-RETENIDO (WS-CMD-PASO-IDX)
009360             MOVE "RETENIDO" TO WRC-ESTADO
009370         WHEN "LIBERAR"
009380             MOVE SPACE TO WS-PASO-RETENIDO (WS-CMD-PASO-IDX)
009390             MOVE "LIBERADO" TO WRC-ESTADO
009400         WHEN "SALTAR"
009410             MOVE "O" TO WS-PASO-ESTADO (WS-CMD-PASO-IDX)
009420             MOVE "OMITIDO" TO WRC-ESTADO
009430         WHEN "FORZAR"
009440             MOVE SPACE TO WS-PASO-ESTADO (WS-CMD-PASO-IDX)
009450             MOVE "FORZADO" TO WRC-ESTADO
009460     END-EVALUATE.
009470     MOVE "A" TO WS-CMD-ESTADO (WS-CMD-IDX).
009480     DISPLAY "MALLA: COMANDO APLICADO: "
009490         WS-CMD-ACCION (WS-CMD-IDX) " "
009500         WS-CMD-PASO (WS-CMD-IDX) " DE "
009510         WS-CMD-OPERADOR (WS-CMD-IDX).
009520
009530     MOVE "CMD" TO WRC-FUNCION.
009540     MOVE WS-CMD-PASO (WS-CMD-IDX)     TO WRC-TRABAJO.
009550     MOVE ZERO TO WRC-REGISTROS WRC-RETCODE.
009560     MOVE WS-CMD-OPERADOR (WS-CMD-IDX) TO WRC-OPERADOR.
009570     MOVE WS-CMD-MOTIVO (WS-CMD-IDX)   TO WRC-MOTIVO.
009580     CALL "RUNCTL" USING WS-RUNCTL-PARAM.
009590     IF WRC-RESULT NOT = "00"
009600         DISPLAY "MALLA: NO SE PUDO ANOTAR EL COMANDO EN "
009610             "RUN-CTL.DAT."
009620     END-IF.
009630 2530-EXIT.
009640     EXIT.
009650
009660 2535-BUSCA-PASO.
009670     ADD 1 TO WS-IDX2.
009680     IF WS-PASO-NOMBRE (WS-IDX2) = WS-CMD-PASO (WS-CMD-IDX)
009690         MOVE WS-IDX2 TO WS-CMD-PASO-IDX
009700     END-IF.
009710 2535-EXIT.
009720     EXIT.
009730
009740*-----------------------------------------------------------
009750* 2540-VALIDA-COMANDO
009760* EL PASO DEBE ESTAR EN LA SECUENCIA Y EL OPERADOR ACTIVO EN
009770* OPERADORES.DAT. RETENER Y LIBERAR LOS PUEDE DAR UN
009780* OPERADOR O UN SUPERVISOR; SALTAR Y FORZAR, QUE SE SALTAN
009790* LOS CONTROLES DE LA MALLA, SOLO UN SUPERVISOR. SALTAR
009800* PIDE MOTIVO Y UN PASO AUN PENDIENTE; FORZAR, UN PASO QUE
009810* YA CUMPLIO.
009820*-----------------------------------------------------------
009830 2540-VALIDA-COMANDO.
009840     MOVE "N" TO WS-CMD-VALIDO-SW.
009850     MOVE SPACE TO WS-CMD-RAZON.
009860     IF WS-CMD-ACCION (WS-CMD-IDX) NOT = "RETENER"
009870         AND WS-CMD-ACCION (WS-CMD-IDX) NOT = "LIBERAR"
009880         AND WS-CMD-ACCION (WS-CMD-IDX) NOT = "SALTAR"
009890         AND WS-CMD-ACCION (WS-CMD-IDX) NOT = "FORZAR"
009900         MOVE "ACCION DESCONOCIDA." TO WS-CMD-RAZON
009910         GO TO 2540-EXIT
009920     END-IF.
009930     IF WS-CMD-PASO-IDX = ZERO
009940         MOVE "EL PASO NO ESTA EN LA SECUENCIA." TO WS-CMD-RAZON
009950         GO TO 2540-EXIT
009960     END-IF.
009970     PERFORM 2550-BUSCA-OPERADOR THRU 2550-EXIT.
009980     IF NOT WS-OPR-FOUND OR WS-OPR-ESTADO NOT = "A"
009990         MOVE "OPERADOR DESCONOCIDO O BLOQUEADO."
010000             TO WS-CMD-RAZON
010010         GO TO 2540-EXIT
010020     END-IF.
010030
010040     EVALUATE WS-CMD-ACCION (WS-CMD-IDX)
010050         WHEN "RETENER"
010060             IF WS-OPR-ROL NOT = "O" AND WS-OPR-ROL NOT = "S"
010070                 MOVE "ROL SIN PERMISO." TO WS-CMD-RAZON
010080             END-IF
010090             IF WS-PASO-RETENIDO (WS-CMD-PASO-IDX) = "R"
010100                 MOVE "EL PASO YA ESTA RETENIDO." TO WS-CMD-RAZON
010110             END-IF
010120         WHEN "LIBERAR"
010130             IF WS-OPR-ROL NOT = "O" AND WS-OPR-ROL NOT = "S"
010140                 MOVE "ROL SIN PERMISO." TO WS-CMD-RAZON
010150             END-IF
010160             IF WS-PASO-RETENIDO (WS-CMD-PASO-IDX) NOT = "R"
010170                 MOVE "EL PASO NO ESTA RETENIDO." TO WS-CMD-RAZON
010180             END-IF
010190         WHEN "SALTAR"
010200             IF WS-OPR-ROL NOT = "S"
010210                 MOVE "SALTAR ES SOLO PARA SUPERVISOR."
010220                     TO WS-CMD-RAZON
010230             END-IF
010240             IF WS-CMD-MOTIVO (WS-CMD-IDX) = SPACE
010250                 MOVE "SALTAR REQUIERE MOTIVO." TO WS-CMD-RAZON
010260             END-IF
010270             IF WS-PASO-ESTADO (WS-CMD-PASO-IDX) NOT = SPACE
010280                 MOVE "EL PASO YA CUMPLIO." TO WS-CMD-RAZON
010290             END-IF
010300         WHEN "FORZAR"
010310             IF WS-OPR-ROL NOT = "S"
010320                 MOVE "FORZAR ES SOLO PARA SUPERVISOR."
010330                     TO WS-CMD-RAZON
010340             END-IF
010350             IF WS-PASO-ESTADO (WS-CMD-PASO-IDX) = SPACE
010360                 MOVE "EL PASO NO HA CORRIDO, NO HAY QUE FORZAR."
010370                     TO WS-CMD-RAZON
010380             END-IF
010390     END-EVALUATE.
010400     IF WS-CMD-RAZON = SPACE
010410         SET WS-CMD-VALIDO TO TRUE
010420     END-IF.
010430 2540-EXIT.
010440     EXIT.
010450
010460 2550-BUSCA-OPERADOR.
010470     MOVE "N" TO WS-OPR-EOF-SW WS-OPR-FOUND-SW.
010480     MOVE SPACE TO WS-OPR-ESTADO WS-OPR-ROL.
010490     OPEN INPUT OPERADORES.
010500     IF WS-OPR-STATUS NOT = "00"
010510         DISPLAY "MALLA: NO SE PUDO ABRIR OPERADORES.DAT "
010520             WS-OPR-STATUS
010530         GO TO 2550-EXIT
010540     END-IF.
010550     PERFORM 2555-LEE-OPERADOR THRU 2555-EXIT
010560         UNTIL WS-OPR-EOF OR WS-OPR-FOUND.
010570     CLOSE OPERADORES.
010580 2550-EXIT.
010590     EXIT.
010600
010610 2555-LEE-OPERADOR.
010620     READ OPERADORES
010630         AT END
010640             SET WS-OPR-EOF TO TRUE
010650     END-READ.
010660     IF NOT WS-OPR-EOF
010670         AND OPR-USUARIO = WS-CMD-OPERADOR (WS-CMD-IDX)
010680         AND OPR-USUARIO NOT = SPACE
010690         SET WS-OPR-FOUND TO TRUE
010700         MOVE OPR-ESTADO TO WS-OPR-ESTADO
010710         MOVE OPR-ROL    TO WS-OPR-ROL
010720     END-IF.
010730 2555-EXIT.
010740     EXIT.
010750
010760*-----------------------------------------------------------
010770* 2600-GRABA-COMANDOS
010780* REESCRIBE MALLA-CMD.DAT CON LA MARCA DE CADA COMANDO. SI NO
010790* SE PUEDE, LA CADENA SE DETIENE PARA QUE LOS COMANDOS YA
010800* APLICADOS NO SE VUELVAN A APLICAR EN LA SIGUIENTE LECTURA.
010810*-----------------------------------------------------------
010820 2600-GRABA-COMANDOS.
010830     OPEN OUTPUT MALLA-CMD.
010840     IF WS-CMD-STATUS NOT = "00"
010850         DISPLAY "MALLA: NO SE PUDO REESCRIBIR MALLA-CMD.DAT "
010860             WS-CMD-STATUS
010870         SET WS-CMD-FALLO TO TRUE
010880         GO TO 2600-EXIT
010890     END-IF.
010900     MOVE ZERO TO WS-CMD-IDX.
010910     PERFORM 2610-GRABA-UNO THRU 2610-EXIT
010920         WS-CMD-TALLY TIMES.
010930     CLOSE MALLA-CMD.
010940 2600-EXIT.
010950     EXIT.
010960
010970 2610-GRABA-UNO.
010980     ADD 1 TO WS-CMD-IDX.
010990     MOVE SPACE TO CMD-RECORD.
011000     MOVE WS-CMD-ACCION (WS-CMD-IDX)   TO CMD-ACCION.
011010     MOVE WS-CMD-PASO (WS-CMD-IDX)     TO CMD-PASO.
011020     MOVE WS-CMD-OPERADOR (WS-CMD-IDX) TO CMD-OPERADOR.
011030     MOVE WS-CMD-MOTIVO (WS-CMD-IDX)   TO CMD-MOTIVO.
011040     MOVE WS-CMD-ESTADO (WS-CMD-IDX)   TO CMD-ESTADO.
011050     WRITE CMD-RECORD.
011060 2610-EXIT.
011070     EXIT.
011080
011090*-----------------------------------------------------------
011100* 8000-TERMINATE
011110* CON LA NOCHE COMPLETA SE LIMPIA EL CHECKPOINT Y SE ANOTA
011120* LA FECHA DE LA NOCHE EN EL CONTROL DE FECHA DE NEGOCIO;
011130* SI NO SE PUEDE ANOTAR SE AVISA CON RC 4. DETENIDA,
011140* SE DEJA APUNTANDO AL PASO FALLIDO Y SE REGRESA UN CODIGO
011150* DISTINTO DE CERO PARA QUIEN LANZO LA MALLA: 8 SI FALLO,
011160* 4 SI LA RETUVO EL OPERADOR.
011170*-----------------------------------------------------------
011180 8000-TERMINATE.
011190     IF WS-DETENIDA
011200         MOVE ZERO TO WS-IDX2
011210         PERFORM 8100-ANUNCIA-RESTANTE THRU 8100-EXIT
011220             WS-PASO-TALLY TIMES
011230     END-IF.
011240     IF WS-NOCHE-RETENIDA
011250         DISPLAY "MALLA: NOCHE RETENIDA POR OPERADOR DESPUES DE "
011260             WS-CORRIDOS " PASOS LANZADOS."
011270         MOVE 4 TO RETURN-CODE
011280         GO TO 8000-EXIT
011290     END-IF.
011300     IF WS-DETENIDA
011310         DISPLAY "MALLA: NOCHE DETENIDA DESPUES DE "
011320             WS-CORRIDOS " PASOS LANZADOS."
011330         MOVE 8 TO RETURN-CODE
011340         GO TO 8000-EXIT
011350     END-IF.
011360     OPEN OUTPUT MALLA-CKP.
011370     IF WS-CKP-STATUS = "00"
011380         MOVE SPACE TO CKP-RECORD
011390         WRITE CKP-RECORD
011400         CLOSE MALLA-CKP
011410     END-IF.
011420     DISPLAY "MALLA: NOCHE COMPLETA, " WS-CORRIDOS
011430         " PASOS LANZADOS.".
011440     MOVE ZERO TO RETURN-CODE.
011450     IF WS-FECHA-NOCHE NOT = ZERO
011460         MOVE "MAL" TO WFN-FUNCION
011470         MOVE WS-FECHA-NOCHE TO WFN-MALLA
011480         CALL "FECNEG" USING WS-FECNEG-PARAM
011490         CANCEL "FECNEG"
011500         IF WFN-RESULT NOT = "00"
011510             DISPLAY "MALLA: NO SE PUDO ANOTAR LA NOCHE "
011520                 WS-FECHA-NOCHE " EN FECHA-NEG.DAT."
011530             MOVE 4 TO RETURN-CODE
011540         END-IF
011550     END-IF.
011560 8000-EXIT.
011570     EXIT.
011580
011590 8100-ANUNCIA-RESTANTE.
011600     ADD 1 TO WS-IDX2.
011610     IF WS-PASO-ESTADO (WS-IDX2) = SPACE
011620         AND WS-IDX2 NOT = WS-IDX
011630         DISPLAY "MALLA: PASO " WS-PASO-NOMBRE (WS-IDX2)
011640             " NO SE LANZA, CADENA DETENIDA."
011650     END-IF.
011660 8100-EXIT.
011670     EXIT.
011680
011690 END PROGRAM MALLA.
