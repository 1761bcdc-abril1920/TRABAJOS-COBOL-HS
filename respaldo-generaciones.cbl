000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RESPALDO.
000030 AUTHOR. J. ABRIL.
000040 INSTALLATION. DEPTO DE SISTEMAS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* HISTORIAL DE MODIFICACIONES
000090*-----------------------------------------------------------
000100* FECHA       INIC  DESCRIPCION
000110* ----------  ----  ------------------------------------
000120* 2026-10-15  JA    VERSION ORIGINAL. PASO DE RESPALDO POR
000130*                   GENERACIONES PARA LA MALLA: COPIA
000140*                   FECHAS-OUT, EXPO-OUT, LOS RECHAZOS
000150*                   (FECHAS-REJ, EXPO-REJ, PAGOS-REJ),
000160*                   FECHAS-MST, PRESTAMOS-OUT, PRESTAMOS-PLN
000170*                   Y CONCILIA-RPT A UNA RANURA DE
000180*                   GENERACION (<ARCHIVO>.GNN.DAT) Y ANOTA EN
000190*                   EL CATALOGO RESPALDO-CAT.DAT LA
000200*                   GENERACION CON LA FECHA DE NEGOCIO Y LA
000210*                   ENTRADA DE RUN-CTL DE ESTA CORRIDA. SE
000220*                   CONSERVAN LAS ULTIMAS N GENERACIONES
000230*                   (RESPALDO-PRM.DAT, 7 SI NO HAY): LAS
000240*                   RANURAS SE REUSAN EN ROTACION, ASI QUE LA
000250*                   GENERACION MAS VIEJA SE PIERDE AL GRABAR
000260*                   LA NUEVA. SE REGISTRA EN RUN-CTL COMO
000270*                   RESPALDO; EN MALLA-SEC EL PASO DEBE
000280*                   LLEVAR OTRO NOMBRE Y CORRER ANTES DEL
000290*                   CIERRE DEL DIA PARA QUE LA FECHA DE
000300*                   NEGOCIO SEA LA DE LA NOCHE.
000310* 2026-10-15  JA    EL RENGLON DE RUN-CTL.DAT CRECE AL FINAL
000320*                   CON LA FECHA DE NEGOCIO QUE ANOTA RUNCTL;
000330*                   SE ALARGA EL REGISTRO PARA LEERLO ENTERO.
000340* 2026-10-15  JA    LA RANURA DE LA GENERACION NUEVA SE ELIGE
000350*                   DEL CATALOGO Y NO POR ROTACION: SE QUITAN
000360*                   LAS GENERACIONES MAS VIEJAS HASTA QUE
000370*                   QUEDEN N-1 Y SE TOMA LA RANURA MAS BAJA
000380*                   (1 A N) QUE NINGUNA OCUPA, QUE EN LA
000390*                   ROTACION NORMAL ES LA DE LA MAS VIEJA.
000400*                   ANTES, AL CAMBIAR N, LA NUEVA PODIA CAER
000410*                   SOBRE LA RANURA DE LA MAS RECIENTE.
000420* 2026-10-15  JA    SE REVISA EL ESTADO DE CADA WRITE A LA
000430*                   RANURA Y DEL CLOSE DEL DESTINO; UN ERROR
000440*                   TERMINA LA CORRIDA ANTES DE ANOTAR LA
000450*                   COPIA EN EL CATALOGO, PARA QUE RESTAURA
000460*                   NUNCA OFREZCA UNA RANURA INCOMPLETA.
000470*-----------------------------------------------------------
000480
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. GENERICO.
000520 OBJECT-COMPUTER. GENERICO.
000530
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT RESPALDO-PRM ASSIGN TO "RESPALDO-PRM.DAT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-PRM-STATUS.
000590
000600     SELECT RESPALDO-CAT ASSIGN TO "RESPALDO-CAT.DAT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-CAT-STATUS.
000630
000640     SELECT RUN-CTL ASSIGN TO "RUN-CTL.DAT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-CTL-STATUS.
000670
000680     SELECT ORIGEN ASSIGN USING WS-ORIGEN-NOMBRE
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-ORI-STATUS.
000710
000720     SELECT DESTINO ASSIGN USING WS-DESTINO-NOMBRE
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-DES-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780*-----------------------------------------------------------
000790* PRM-RECORD: POS 01-02 GENERACIONES QUE SE CONSERVAN (01-99).
000800*-----------------------------------------------------------
000810 FD  RESPALDO-PRM.
000820 01  PRM-RECORD.
000830     05 PRM-GENERACIONES         PIC 9(02).
000840
000850*-----------------------------------------------------------
000860* CAT-RECORD: UN RENGLON POR ARCHIVO DE CADA GENERACION.
000870*   POS 01-05 CAT-GENERACION  NUMERO DE GENERACION (CRECIENTE).
000880*   POS 07-08 CAT-RANURA      RANURA DONDE QUEDO LA COPIA.
000890*   POS 10-17 CAT-FECHA       FECHA DE NEGOCIO DE LA CORRIDA.
000900*   POS 19-26 CAT-TRABAJO     ENTRADA DE RUN-CTL DE LA CORRIDA
000910*   POS 28-46 CAT-INICIO      DE RESPALDO (TRABAJO E INICIO).
000920*   POS 48-61 CAT-ARCHIVO     NOMBRE DEL ARCHIVO SIN ".DAT".
000930*   POS 63-69 CAT-REGISTROS   RENGLONES COPIADOS.
000940*   POS 71    CAT-ESTADO      "C" COPIADO, "N" NO EXISTIA.
000950* LA MISMA TRAZA LA LEE RESTAURA.
000960*-----------------------------------------------------------
000970 FD  RESPALDO-CAT.
000980 01  CAT-RECORD.
000990     05 CAT-GENERACION           PIC 9(05).
001000     05 FILLER                   PIC X(01).
001010     05 CAT-RANURA               PIC 9(02).
001020     05 FILLER                   PIC X(01).
001030     05 CAT-FECHA                PIC 9(08).
001040     05 FILLER                   PIC X(01).
001050     05 CAT-TRABAJO              PIC X(08).
001060     05 FILLER                   PIC X(01).
001070     05 CAT-INICIO               PIC X(19).
001080     05 FILLER                   PIC X(01).
001090     05 CAT-ARCHIVO              PIC X(14).
001100     05 FILLER                   PIC X(01).
001110     05 CAT-REGISTROS            PIC 9(07).
001120     05 FILLER                   PIC X(01).
001130     05 CAT-ESTADO               PIC X(01).
001140
001150*-----------------------------------------------------------
001160* CTL-RECORD: MISMA TRAZA QUE EN EL SUBPROGRAMA RUNCTL.
001170*-----------------------------------------------------------
001180 FD  RUN-CTL.
001190 01  CTL-RECORD.
001200     05 CTL-TRABAJO              PIC X(08).
001210     05 FILLER                   PIC X(01).
001220     05 CTL-INICIO               PIC X(19).
001230     05 FILLER                   PIC X(01).
001240     05 CTL-FIN                  PIC X(19).
001250     05 FILLER                   PIC X(01).
001260     05 CTL-ESTADO               PIC X(08).
001270     05 FILLER                   PIC X(01).
001280     05 CTL-REGISTROS            PIC 9(07).
001290     05 FILLER                   PIC X(01).
001300     05 CTL-RETCODE              PIC 9(03).
001310     05 FILLER                   PIC X(01).
001320     05 CTL-OPERADOR             PIC X(08).
001330     05 FILLER                   PIC X(01).
001340     05 CTL-MOTIVO               PIC X(40).
001350     05 FILLER                   PIC X(01).
001360     05 CTL-FECHA-NEG            PIC X(08).
001370
001380*-----------------------------------------------------------
001390* ORIGEN Y DESTINO DE LA COPIA: EL RENGLON SE COPIA TAL CUAL,
001400* SEA CUAL SEA EL ARCHIVO.
001410*-----------------------------------------------------------
001420 FD  ORIGEN.
001430 01  ORI-RECORD                  PIC X(256).
001440
001450 FD  DESTINO.
001460 01  DES-RECORD                  PIC X(256).
001470
001480 WORKING-STORAGE SECTION.
001490*-----------------------------------------------------------
001500* INDICADORES DE ESTADO DE ARCHIVO
001510*-----------------------------------------------------------
001520 01  WS-FILE-STATUSES.
001530     05 WS-PRM-STATUS            PIC X(02) VALUE "00".
001540     05 WS-CAT-STATUS            PIC X(02) VALUE "00".
001550     05 WS-CTL-STATUS            PIC X(02) VALUE "00".
001560     05 WS-ORI-STATUS            PIC X(02) VALUE "00".
001570     05 WS-DES-STATUS            PIC X(02) VALUE "00".
001580
001590*-----------------------------------------------------------
001600* SWITCHES
001610*-----------------------------------------------------------
001620 01  WS-SWITCHES.
001630     05 WS-EOF-SW                PIC X(01) VALUE "N".
001640        88 WS-EOF                          VALUE "Y".
001650     05 WS-ORI-EOF-SW            PIC X(01) VALUE "N".
001660        88 WS-ORI-EOF                      VALUE "Y".
001670     05 WS-LIBRE-SW              PIC X(01) VALUE "N".
001680        88 WS-RANURA-LIBRE                 VALUE "Y".
001690
001700*-----------------------------------------------------------
001710* CONTADORES Y CAMPOS DE TRABAJO
001720*-----------------------------------------------------------
001730 77  WS-GENERACIONES             PIC 9(02) VALUE 7.
001740 77  WS-GEN-NUEVA                PIC 9(05) VALUE ZERO.
001750 77  WS-GEN-CORTE                PIC S9(05) COMP VALUE ZERO.
001760 77  WS-GEN-PREVIA              PIC S9(05) COMP VALUE ZERO.
001770 77  WS-VECES                   PIC 9(02) COMP VALUE ZERO.
001780 77  WS-RANURA                   PIC 9(02) VALUE ZERO.
001790 77  WS-CAT-TALLY                PIC 9(05) COMP VALUE ZERO.
001800 77  WS-IDX                      PIC 9(05) COMP VALUE ZERO.
001810 77  WS-POS                      PIC 9(05) COMP VALUE ZERO.
001820 77  WS-DESCARTADOS              PIC 9(05) COMP VALUE ZERO.
001830 77  WS-ARCH-IDX                 PIC 9(02) COMP VALUE ZERO.
001840 77  WS-COPIADOS                 PIC 9(02) COMP VALUE ZERO.
001850 77  WS-COPIA-REGS               PIC 9(07) VALUE ZERO.
001860 77  WS-TOTAL-REGS               PIC 9(07) VALUE ZERO.
001870 77  WS-FECHA-NEG                PIC 9(08) VALUE ZERO.
001880 77  WS-CTL-INICIO               PIC X(19) VALUE SPACE.
001890 77  WS-ORIGEN-NOMBRE            PIC X(40) VALUE SPACE.
001900 77  WS-DESTINO-NOMBRE           PIC X(40) VALUE SPACE.
001910 77  WS-TRABAJO                  PIC X(08) VALUE "RESPALDO".
001920
001930*-----------------------------------------------------------
001940* ARCHIVOS QUE SE RESPALDAN, SIN ".DAT", EN EL ORDEN EN QUE
001950* SE COPIAN Y SE ANOTAN EN EL CATALOGO.
001960*-----------------------------------------------------------
001970 01  WS-ARCH-VALORES.
001980     05 FILLER                   PIC X(14) VALUE "FECHAS-OUT".
001990     05 FILLER                   PIC X(14) VALUE "EXPO-OUT".
002000     05 FILLER                   PIC X(14) VALUE "FECHAS-REJ".
002010     05 FILLER                   PIC X(14) VALUE "EXPO-REJ".
002020     05 FILLER                   PIC X(14) VALUE "PAGOS-REJ".
002030     05 FILLER                   PIC X(14) VALUE "FECHAS-MST".
002040     05 FILLER                   PIC X(14) VALUE "PRESTAMOS-OUT".
002050     05 FILLER                   PIC X(14) VALUE "PRESTAMOS-PLN".
002060     05 FILLER                   PIC X(14) VALUE "CONCILIA-RPT".
002070 01  WS-ARCHIVOS REDEFINES WS-ARCH-VALORES.
002080     05 WS-ARCH-NOMBRE           PIC X(14)
002090                                 OCCURS 9 TIMES.
002100
002110*-----------------------------------------------------------
002120* COPIA DEL CATALOGO. CABEN 99 GENERACIONES DE 9 ARCHIVOS.
002130*-----------------------------------------------------------
002140 01  WS-CAT-TABLE.
002150     05 WS-CAT-ENTRY             OCCURS 900 TIMES.
002160         10 WS-CAT-GENERACION    PIC 9(05).
002170         10 WS-CAT-RANURA        PIC 9(02).
002180         10 WS-CAT-FECHA         PIC 9(08).
002190         10 WS-CAT-TRABAJO       PIC X(08).
002200         10 WS-CAT-INICIO        PIC X(19).
002210         10 WS-CAT-ARCHIVO       PIC X(14).
002220         10 WS-CAT-REGISTROS     PIC 9(07).
002230         10 WS-CAT-ESTADO        PIC X(01).
002240
002250*-----------------------------------------------------------
002260* RANURAS OCUPADAS POR LAS GENERACIONES QUE SE CONSERVAN.
002270*-----------------------------------------------------------
002280 01  WS-RANURAS.
002290     05 WS-RANURA-USO            PIC X(01)
002300                                 OCCURS 99 TIMES.
002310
002320 01  WS-TIMESTAMP.
002330     05 WTS-DATE                 PIC 9(08).
002340     05 WTS-TIME                 PIC 9(08).
002350     05 WTS-DIFF                 PIC X(09) VALUE SPACE.
002360
002370*-----------------------------------------------------------
002380* AREA DE COMUNICACION CON EL SUBPROGRAMA RUNCTL
002390*-----------------------------------------------------------
002400 01  WS-RUNCTL-PARAM.
002410     05 WRC-FUNCION              PIC X(03).
002420     05 WRC-TRABAJO              PIC X(08).
002430     05 WRC-ESTADO               PIC X(08).
002440     05 WRC-REGISTROS            PIC 9(07).
002450     05 WRC-RETCODE              PIC 9(03).
002460     05 WRC-RESULT               PIC X(02).
002470
002480*-----------------------------------------------------------
002490* AREA DE COMUNICACION CON EL SUBPROGRAMA FECNEG
002500*-----------------------------------------------------------
002510 01  WS-FECNEG-PARAM.
002520     05 WFN-FUNCION              PIC X(03).
002530     05 WFN-ACTUAL               PIC 9(08).
002540     05 WFN-ANTERIOR             PIC 9(08).
002550     05 WFN-SIGUIENTE            PIC 9(08).
002560     05 WFN-MALLA                PIC 9(08).
002570     05 WFN-RESULT               PIC X(02).
002580
002590 PROCEDURE DIVISION.
002600*-----------------------------------------------------------
002610* 0000-MAINLINE
002620* REGISTRA LA CORRIDA, SACA DEL CATALOGO LA GENERACION QUE
002630* SE VA A PISAR, COPIA LOS ARCHIVOS A SU RANURA Y ANOTA LA
002640* GENERACION NUEVA.
002650*-----------------------------------------------------------
002660 0000-MAINLINE.
002670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002680     PERFORM 2000-NUEVA-GENERACION THRU 2000-EXIT.
002690     MOVE ZERO TO WS-ARCH-IDX.
002700     PERFORM 3000-COPIA-ARCHIVO THRU 3000-EXIT 9 TIMES.
002710     PERFORM 4000-GRABA-CATALOGO THRU 4000-EXIT.
002720     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002730     GOBACK.
002740
002750*-----------------------------------------------------------
002760* 1000-INITIALIZE
002770* SE REGISTRA EN RUN-CTL ANTES DE TOCAR NADA (DOS RESPALDOS
002780* A LA VEZ SE PISARIAN LA RANURA), TOMA LA FECHA DE NEGOCIO,
002790* EL NUMERO DE GENERACIONES Y EL CATALOGO.
002800*-----------------------------------------------------------
002810 1000-INITIALIZE.
002820     MOVE "REG"      TO WRC-FUNCION.
002830     MOVE WS-TRABAJO TO WRC-TRABAJO.
002840     MOVE SPACE      TO WRC-ESTADO.
002850     MOVE ZERO       TO WRC-REGISTROS WRC-RETCODE.
002860     CALL "RUNCTL" USING WS-RUNCTL-PARAM.
002870     IF WRC-RESULT = "90"
002880         DISPLAY "RESPALDO: YA HAY UN RESPALDO ACTIVO, NO SE "
002890             "INICIA."
002900         MOVE 12 TO RETURN-CODE
002910         GOBACK
002920     END-IF.
002930     PERFORM 1100-BUSCA-ENTRADA THRU 1100-EXIT.
002940
002950     MOVE "CON" TO WFN-FUNCION.
002960     CALL "FECNEG" USING WS-FECNEG-PARAM.
002970     CANCEL "FECNEG".
002980     IF WFN-RESULT = "00"
002990         MOVE WFN-ACTUAL TO WS-FECHA-NEG
003000     ELSE
003010         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
003020         MOVE WTS-DATE TO WS-FECHA-NEG
003030         DISPLAY "RESPALDO: SIN FECHA-NEG.DAT, SE USA LA FECHA "
003040             "DEL SISTEMA."
003050     END-IF.
003060
003070     OPEN INPUT RESPALDO-PRM.
003080     IF WS-PRM-STATUS = "00"
003090         READ RESPALDO-PRM
003100             AT END
003110                 CONTINUE
003120             NOT AT END
003130                 IF PRM-GENERACIONES IS NUMERIC
003140                     AND PRM-GENERACIONES > ZERO
003150                     MOVE PRM-GENERACIONES TO WS-GENERACIONES
003160                 END-IF
003170         END-READ
003180         CLOSE RESPALDO-PRM
003190     ELSE
003200         DISPLAY "RESPALDO: SIN RESPALDO-PRM.DAT, SE CONSERVAN "
003210             WS-GENERACIONES " GENERACIONES."
003220     END-IF.
003230
003240     MOVE ZERO TO WS-CAT-TALLY.
003250     MOVE "N" TO WS-EOF-SW.
003260     OPEN INPUT RESPALDO-CAT.
003270     IF WS-CAT-STATUS NOT = "00"
003280         GO TO 1000-EXIT
003290     END-IF.
003300     PERFORM 1200-LEE-CATALOGO THRU 1200-EXIT
003310         UNTIL WS-EOF.
003320     CLOSE RESPALDO-CAT.
003330 1000-EXIT.
003340     EXIT.
003350
003360*-----------------------------------------------------------
003370* 1100-BUSCA-ENTRADA
003380* LA ENTRADA EN EJECUCION DE RESPALDO QUE RUNCTL ACABA DE
003390* AGREGAR ES LA ULTIMA DEL ARCHIVO CON ESE TRABAJO; SU
003400* INICIO IDENTIFICA LA CORRIDA EN EL CATALOGO.
003410*-----------------------------------------------------------
003420 1100-BUSCA-ENTRADA.
003430     MOVE SPACE TO WS-CTL-INICIO.
003440     MOVE "N" TO WS-EOF-SW.
003450     OPEN INPUT RUN-CTL.
003460     IF WS-CTL-STATUS NOT = "00"
003470         GO TO 1100-EXIT
003480     END-IF.
003490     PERFORM 1110-LEE-CORRIDA THRU 1110-EXIT
003500         UNTIL WS-EOF.
003510     CLOSE RUN-CTL.
003520 1100-EXIT.
003530     EXIT.
003540
003550 1110-LEE-CORRIDA.
003560     READ RUN-CTL
003570         AT END
003580             SET WS-EOF TO TRUE
003590             GO TO 1110-EXIT
003600     END-READ.
003610     IF CTL-TRABAJO = WS-TRABAJO
003620         AND CTL-ESTADO = "EJECUTA"
003630         MOVE CTL-INICIO TO WS-CTL-INICIO
003640     END-IF.
003650 1110-EXIT.
003660     EXIT.
003670
003680 1200-LEE-CATALOGO.
003690     READ RESPALDO-CAT
003700         AT END
003710             SET WS-EOF TO TRUE
003720             GO TO 1200-EXIT
003730     END-READ.
003740     IF WS-CAT-TALLY >= 900
003750         DISPLAY "RESPALDO: CATALOGO LLENO, SE IGNORA LA "
003760             "GENERACION " CAT-GENERACION " " CAT-ARCHIVO
003770         GO TO 1200-EXIT
003780     END-IF.
003790     ADD 1 TO WS-CAT-TALLY.
003800     MOVE CAT-GENERACION TO WS-CAT-GENERACION (WS-CAT-TALLY).
003810     MOVE CAT-RANURA     TO WS-CAT-RANURA (WS-CAT-TALLY).
003820     MOVE CAT-FECHA      TO WS-CAT-FECHA (WS-CAT-TALLY).
003830     MOVE CAT-TRABAJO    TO WS-CAT-TRABAJO (WS-CAT-TALLY).
003840     MOVE CAT-INICIO     TO WS-CAT-INICIO (WS-CAT-TALLY).
003850     MOVE CAT-ARCHIVO    TO WS-CAT-ARCHIVO (WS-CAT-TALLY).
003860     MOVE CAT-REGISTROS  TO WS-CAT-REGISTROS (WS-CAT-TALLY).
003870     MOVE CAT-ESTADO     TO WS-CAT-ESTADO (WS-CAT-TALLY).
003880 1200-EXIT.
003890     EXIT.
003900
003910*-----------------------------------------------------------
003920* 2000-NUEVA-GENERACION
003930* LA GENERACION NUEVA ES LA MAYOR DEL CATALOGO MAS UNO. SE
003940* CONSERVAN LAS N-1 GENERACIONES MAS RECIENTES DEL CATALOGO
003950* (WS-GEN-CORTE ES LA MAS VIEJA DE ELLAS) Y LA NUEVA VA A LA
003960* RANURA MAS BAJA ENTRE 1 Y N QUE NINGUNA DE ELLAS OCUPA; CON
003970* N-1 GENERACIONES SIEMPRE QUEDA UNA, Y EN LA ROTACION NORMAL
003980* ES LA DE LA GENERACION QUE SE ACABA DE QUITAR. ASI, AUNQUE
003990* CAMBIE N, NUNCA SE PISA LA RANURA DE UNA GENERACION QUE SE
004000* CONSERVA. ANTES DE COPIAR SE GRABA EL CATALOGO SIN LAS
004010* QUITADAS: SI LA COPIA SE CAE A LA MITAD, EL CATALOGO YA NO
004020* OFRECE UNA RANURA A MEDIO PISAR.
004030*-----------------------------------------------------------
004040 2000-NUEVA-GENERACION.
004050     MOVE ZERO TO WS-GEN-NUEVA WS-IDX.
004060     PERFORM 2100-BUSCA-MAYOR THRU 2100-EXIT
004070         WS-CAT-TALLY TIMES.
004080     ADD 1 TO WS-GEN-NUEVA.
004090     MOVE WS-GEN-NUEVA TO WS-GEN-CORTE.
004100     COMPUTE WS-VECES = WS-GENERACIONES - 1.
004110     PERFORM 2110-BAJA-CORTE THRU 2110-EXIT
004120         WS-VECES TIMES.
004130
004140     MOVE ZERO TO WS-IDX WS-POS WS-DESCARTADOS.
004150     MOVE SPACE TO WS-RANURAS.
004160     PERFORM 2200-DEPURA-UNO THRU 2200-EXIT
004170         WS-CAT-TALLY TIMES.
004180     MOVE WS-POS TO WS-CAT-TALLY.
004190
004200     MOVE ZERO TO WS-RANURA.
004210     MOVE "N" TO WS-LIBRE-SW.
004220     PERFORM 2300-BUSCA-LIBRE THRU 2300-EXIT
004230         UNTIL WS-RANURA-LIBRE
004240         OR WS-RANURA >= WS-GENERACIONES.
004250     IF NOT WS-RANURA-LIBRE
004260         DISPLAY "RESPALDO: NO QUEDA RANURA LIBRE ENTRE 1 Y "
004270             WS-GENERACIONES ", REVISAR RESPALDO-CAT.DAT."
004280         GO TO 9999-ABEND
004290     END-IF.
004300     IF WS-DESCARTADOS > ZERO
004310         PERFORM 4000-GRABA-CATALOGO THRU 4000-EXIT
004320     END-IF.
004330     DISPLAY "RESPALDO: GENERACION " WS-GEN-NUEVA " EN LA RANURA "
004340         WS-RANURA ", FECHA DE NEGOCIO " WS-FECHA-NEG.
004350 2000-EXIT.
004360     EXIT.
004370
004380 2100-BUSCA-MAYOR.
004390     ADD 1 TO WS-IDX.
004400     IF WS-CAT-GENERACION (WS-IDX) > WS-GEN-NUEVA
004410         MOVE WS-CAT-GENERACION (WS-IDX) TO WS-GEN-NUEVA
004420     END-IF.
004430 2100-EXIT.
004440     EXIT.
004450
004460* 2110-BAJA-CORTE LLEVA WS-GEN-CORTE A LA GENERACION ANTERIOR
004470* MAS CERCANA QUE HAYA EN EL CATALOGO; SI NO HAY, NO SE MUEVE.
004480 2110-BAJA-CORTE.
004490     MOVE ZERO TO WS-GEN-PREVIA WS-IDX.
004500     PERFORM 2120-BUSCA-PREVIA THRU 2120-EXIT
004510         WS-CAT-TALLY TIMES.
004520     IF WS-GEN-PREVIA > ZERO
004530         MOVE WS-GEN-PREVIA TO WS-GEN-CORTE
004540     END-IF.
004550 2110-EXIT.
004560     EXIT.
004570
004580 2120-BUSCA-PREVIA.
004590     ADD 1 TO WS-IDX.
004600     IF WS-CAT-GENERACION (WS-IDX) < WS-GEN-CORTE
004610         AND WS-CAT-GENERACION (WS-IDX) > WS-GEN-PREVIA
004620         MOVE WS-CAT-GENERACION (WS-IDX) TO WS-GEN-PREVIA
004630     END-IF.
004640 2120-EXIT.
004650     EXIT.
004660
004670 2200-DEPURA-UNO.
004680     ADD 1 TO WS-IDX.
004690     IF WS-CAT-GENERACION (WS-IDX) < WS-GEN-CORTE
004700         ADD 1 TO WS-DESCARTADOS
004710         GO TO 2200-EXIT
004720     END-IF.
004730     IF WS-CAT-RANURA (WS-IDX) > ZERO
004740         MOVE "S" TO WS-RANURA-USO (WS-CAT-RANURA (WS-IDX))
004750     END-IF.
004760     ADD 1 TO WS-POS.
004770     IF WS-POS NOT = WS-IDX
004780         MOVE WS-CAT-ENTRY (WS-IDX) TO WS-CAT-ENTRY (WS-POS)
004790     END-IF.
004800 2200-EXIT.
004810     EXIT.
004820
004830 2300-BUSCA-LIBRE.
004840     ADD 1 TO WS-RANURA.
004850     IF WS-RANURA-USO (WS-RANURA) = SPACE
004860         SET WS-RANURA-LIBRE TO TRUE
004870     END-IF.
004880 2300-EXIT.
004890     EXIT.
004900
004910*-----------------------------------------------------------
004920* 3000-COPIA-ARCHIVO
004930* COPIA EL SIGUIENTE ARCHIVO DE LA LISTA A SU RANURA Y LO
004940* ANOTA EN LA TABLA DEL CATALOGO. UN ARCHIVO QUE NO EXISTE
004950* SE ANOTA COMO "N" (ESA NOCHE NO LO PRODUJO); CUALQUIER
004960* OTRO ERROR DE ARCHIVO TERMINA LA CORRIDA.
004970*-----------------------------------------------------------
004980 3000-COPIA-ARCHIVO.
004990     ADD 1 TO WS-ARCH-IDX.
005000     MOVE ZERO TO WS-COPIA-REGS.
005010     MOVE SPACE TO WS-ORIGEN-NOMBRE WS-DESTINO-NOMBRE.
005020     STRING WS-ARCH-NOMBRE (WS-ARCH-IDX) DELIMITED BY SPACE
005030         ".DAT" DELIMITED BY SIZE
005040         INTO WS-ORIGEN-NOMBRE.
005050     STRING WS-ARCH-NOMBRE (WS-ARCH-IDX) DELIMITED BY SPACE
005060         ".G" DELIMITED BY SIZE
005070         WS-RANURA DELIMITED BY SIZE
005080         ".DAT" DELIMITED BY SIZE
005090         INTO WS-DESTINO-NOMBRE.
005100
005110     ADD 1 TO WS-CAT-TALLY.
005120     MOVE WS-GEN-NUEVA  TO WS-CAT-GENERACION (WS-CAT-TALLY).
005130     MOVE WS-RANURA     TO WS-CAT-RANURA (WS-CAT-TALLY).
005140     MOVE WS-FECHA-NEG  TO WS-CAT-FECHA (WS-CAT-TALLY).
005150     MOVE WS-TRABAJO    TO WS-CAT-TRABAJO (WS-CAT-TALLY).
005160     MOVE WS-CTL-INICIO TO WS-CAT-INICIO (WS-CAT-TALLY).
005170     MOVE WS-ARCH-NOMBRE (WS-ARCH-IDX)
005180         TO WS-CAT-ARCHIVO (WS-CAT-TALLY).
005190     MOVE ZERO          TO WS-CAT-REGISTROS (WS-CAT-TALLY).
005200     MOVE "N"           TO WS-CAT-ESTADO (WS-CAT-TALLY).
005210
005220     OPEN INPUT ORIGEN.
005230     IF WS-ORI-STATUS = "35"
005240         DISPLAY "RESPALDO: " WS-ORIGEN-NOMBRE
005250             " NO EXISTE, NO SE RESPALDA."
005260         GO TO 3000-EXIT
005270     END-IF.
005280     IF WS-ORI-STATUS NOT = "00"
005290         DISPLAY "RESPALDO: NO SE PUDO ABRIR " WS-ORIGEN-NOMBRE
005300             " " WS-ORI-STATUS
005310         GO TO 9999-ABEND
005320     END-IF.
005330     OPEN OUTPUT DESTINO.
005340     IF WS-DES-STATUS NOT = "00"
005350         DISPLAY "RESPALDO: NO SE PUDO ABRIR " WS-DESTINO-NOMBRE
005360             " " WS-DES-STATUS
005370         CLOSE ORIGEN
005380         GO TO 9999-ABEND
005390     END-IF.
005400     MOVE "N" TO WS-ORI-EOF-SW.
005410     PERFORM 3100-COPIA-RENGLON THRU 3100-EXIT
005420         UNTIL WS-ORI-EOF.
005430     CLOSE ORIGEN.
005440     CLOSE DESTINO.
005450     IF WS-DES-STATUS NOT = "00"
005460         DISPLAY "RESPALDO: ERROR AL CERRAR " WS-DESTINO-NOMBRE
005470             " " WS-DES-STATUS
005480         GO TO 9999-ABEND
005490     END-IF.
005500
005510     MOVE WS-COPIA-REGS TO WS-CAT-REGISTROS (WS-CAT-TALLY).
005520     MOVE "C"           TO WS-CAT-ESTADO (WS-CAT-TALLY).
005530     ADD 1 TO WS-COPIADOS.
005540     ADD WS-COPIA-REGS TO WS-TOTAL-REGS.
005550     DISPLAY "RESPALDO: " WS-ORIGEN-NOMBRE " -> "
005560         WS-DESTINO-NOMBRE " " WS-COPIA-REGS " RENGLONES.".
005570 3000-EXIT.
005580     EXIT.
005590
005600 3100-COPIA-RENGLON.
005610     READ ORIGEN
005620         AT END
005630             SET WS-ORI-EOF TO TRUE
005640             GO TO 3100-EXIT
005650     END-READ.
005660     WRITE DES-RECORD FROM ORI-RECORD.
005670     IF WS-DES-STATUS NOT = "00"
005680         DISPLAY "RESPALDO: ERROR AL GRABAR " WS-DESTINO-NOMBRE
005690             " " WS-DES-STATUS
005700         CLOSE ORIGEN DESTINO
005710         GO TO 9999-ABEND
005720     END-IF.
005730     ADD 1 TO WS-COPIA-REGS.
005740 3100-EXIT.
005750     EXIT.
005760
005770*-----------------------------------------------------------
005780* 4000-GRABA-CATALOGO
005790* REESCRIBE RESPALDO-CAT.DAT COMPLETO DESDE LA TABLA.
005800*-----------------------------------------------------------
005810 4000-GRABA-CATALOGO.
005820     OPEN OUTPUT RESPALDO-CAT.
005830     IF WS-CAT-STATUS NOT = "00"
005840         DISPLAY "RESPALDO: NO SE PUDO ABRIR RESPALDO-CAT.DAT "
005850             WS-CAT-STATUS
005860         GO TO 9999-ABEND
005870     END-IF.
005880     MOVE ZERO TO WS-IDX.
005890     PERFORM 4100-GRABA-UNO THRU 4100-EXIT
005900         WS-CAT-TALLY TIMES.
005910     CLOSE RESPALDO-CAT.
005920 4000-EXIT.
005930     EXIT.
005940
005950 4100-GRABA-UNO.
005960     ADD 1 TO WS-IDX.
005970     MOVE SPACE TO CAT-RECORD.
005980     MOVE WS-CAT-GENERACION (WS-IDX) TO CAT-GENERACION.
005990     MOVE WS-CAT-RANURA (WS-IDX)     TO CAT-RANURA.
006000     MOVE WS-CAT-FECHA (WS-IDX)      TO CAT-FECHA.
006010     MOVE WS-CAT-TRABAJO (WS-IDX)    TO CAT-TRABAJO.
006020     MOVE WS-CAT-INICIO (WS-IDX)     TO CAT-INICIO.
006030     MOVE WS-CAT-ARCHIVO (WS-IDX)    TO CAT-ARCHIVO.
006040     MOVE WS-CAT-REGISTROS (WS-IDX)  TO CAT-REGISTROS.
006050     MOVE WS-CAT-ESTADO (WS-IDX)     TO CAT-ESTADO.
006060     WRITE CAT-RECORD.
006070 4100-EXIT.
006080     EXIT.
006090
006100*-----------------------------------------------------------
006110* 8000-TERMINATE
006120* CIERRA LA ENTRADA DE RUN-CTL CON LOS RENGLONES COPIADOS.
006130*-----------------------------------------------------------
006140 8000-TERMINATE.
006150     DISPLAY "RESPALDO: GENERACION " WS-GEN-NUEVA " GRABADA, "
006160         WS-COPIADOS " DE 9 ARCHIVOS, " WS-TOTAL-REGS
006170         " RENGLONES.".
006180     MOVE "FIN"         TO WRC-FUNCION.
006190     MOVE WS-TRABAJO    TO WRC-TRABAJO.
006200     MOVE "TERMINO"     TO WRC-ESTADO.
006210     MOVE WS-TOTAL-REGS TO WRC-REGISTROS.
006220     MOVE ZERO          TO WRC-RETCODE.
006230     CALL "RUNCTL" USING WS-RUNCTL-PARAM.
006240     MOVE ZERO TO RETURN-CODE.
006250 8000-EXIT.
006260     EXIT.
006270
006280*-----------------------------------------------------------
006290* 9999-ABEND
006300* TERMINACION ANORMAL POR ERROR DE ARCHIVO.
006310*-----------------------------------------------------------
006320 9999-ABEND.
006330     DISPLAY "RESPALDO: TERMINACION ANORMAL.".
006340     MOVE "FIN"         TO WRC-FUNCION.
006350     MOVE WS-TRABAJO    TO WRC-TRABAJO.
006360     MOVE "ABENDO"      TO WRC-ESTADO.
006370     MOVE WS-TOTAL-REGS TO WRC-REGISTROS.
006380     MOVE 16            TO WRC-RETCODE.
006390     CALL "RUNCTL" USING WS-RUNCTL-PARAM.
006400     MOVE 16 TO RETURN-CODE.
006410     GOBACK.
006420
006430 END PROGRAM RESPALDO.
