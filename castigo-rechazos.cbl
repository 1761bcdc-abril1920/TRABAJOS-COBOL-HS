000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CASTIGA.
000030 AUTHOR. J. ABRIL.
000040 INSTALLATION. DEPTO DE SISTEMAS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* HISTORIAL DE MODIFICACIONES
000090*-----------------------------------------------------------
000100* FECHA       INIC  DESCRIPCION
000110* ----------  ----  ------------------------------------
000120* 2026-10-15  JA    VERSION ORIGINAL. CASTIGA UN RECHAZO
000130*                   PENDIENTE DEL INVENTARIO INVRECH-MST.DAT
000140*                   (ABIERTO O REENVIADO) QUE YA NO SE VA A
000150*                   CORREGIR. SOLO LA USA UN SUPERVISOR
000160*                   FIRMADO (SUBPROGRAMA FIRMA). MUESTRA LOS
000170*                   PENDIENTES, PIDE TRABAJO, FECHA Y NUMERO
000180*                   DE REGISTRO, EL MOTIVO (OBLIGATORIO) Y
000190*                   CONFIRMACION. LA ENTRADA QUEDA CASTIGADA
000200*                   CON EL SUPERVISOR, EL MOTIVO Y LA FECHA DE
000210*                   NEGOCIO. NO CORRE MIENTRAS INVRECH ESTE EN
000220*                   EJECUCION EN RUN-CTL.DAT; SE REVISA AL
000230*                   ENTRAR Y OTRA VEZ ANTES DE GRABAR, Y EL
000240*                   INVENTARIO SE VUELVE A LEER EN ESE MOMENTO.
000250* 2026-10-15  JA    EL RENGLON DE RUN-CTL.DAT CRECE AL FINAL
000260*                   CON LA FECHA DE NEGOCIO QUE ANOTA RUNCTL;
000270*                   SE ALARGA EL REGISTRO PARA LEERLO ENTERO.
000280*-----------------------------------------------------------
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. GENERICO.
000330 OBJECT-COMPUTER. GENERICO.
000340
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT INVRECH-MST ASSIGN TO "INVRECH-MST.DAT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-INV-STATUS.
000400
000410     SELECT RUN-CTL ASSIGN TO "RUN-CTL.DAT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CTL-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470*-----------------------------------------------------------
000480* INV-RECORD: MISMA TRAZA QUE EN INVRECH.
000490*-----------------------------------------------------------
000500 FD  INVRECH-MST.
000510 01  INV-RECORD.
000520     05 INV-TRABAJO              PIC X(08).
000530     05 FILLER                   PIC X(01).
000540     05 INV-FECHA-NEG            PIC 9(08).
000550     05 FILLER                   PIC X(01).
000560     05 INV-RECNO                PIC 9(07).
000570     05 FILLER                   PIC X(01).
000580     05 INV-CAUSA                PIC X(02).
000590     05 FILLER                   PIC X(01).
000600     05 INV-ESTADO               PIC X(01).
000610     05 FILLER                   PIC X(01).
000620     05 INV-DATOS                PIC X(19).
000630     05 FILLER                   PIC X(01).
000640     05 INV-CAUSA-ULT            PIC X(02).
000650     05 FILLER                   PIC X(01).
000660     05 INV-INTENTOS             PIC 9(02).
000670     05 FILLER                   PIC X(01).
000680     05 INV-FECHA-EDO            PIC 9(08).
000690     05 FILLER                   PIC X(01).
000700     05 INV-DIAS                 PIC 9(03).
000710     05 FILLER                   PIC X(01).
000720     05 INV-ESCALADO             PIC X(01).
000730     05 FILLER                   PIC X(01).
000740     05 INV-FECHA-ESC            PIC 9(08).
000750     05 FILLER                   PIC X(01).
000760     05 INV-USUARIO              PIC X(08).
000770     05 FILLER                   PIC X(01).
000780     05 INV-MOTIVO               PIC X(40).
000790
000800*-----------------------------------------------------------
000810* CTL-RECORD: MISMA TRAZA QUE EN EL SUBPROGRAMA RUNCTL.
000820*-----------------------------------------------------------
000830 FD  RUN-CTL.
000840 01  CTL-RECORD.
000850     05 CTL-TRABAJO              PIC X(08).
000860     05 FILLER                   PIC X(01).
000870     05 CTL-INICIO               PIC X(19).
000880     05 FILLER                   PIC X(01).
000890     05 CTL-FIN                  PIC X(19).
000900     05 FILLER                   PIC X(01).
000910     05 CTL-ESTADO               PIC X(08).
000920     05 FILLER                   PIC X(01).
000930     05 CTL-REGISTROS            PIC 9(07).
000940     05 FILLER                   PIC X(01).
000950     05 CTL-RETCODE              PIC 9(03).
000960     05 FILLER                   PIC X(01).
000970     05 CTL-OPERADOR             PIC X(08).
000980     05 FILLER                   PIC X(01).
000990     05 CTL-MOTIVO               PIC X(40).
001000     05 FILLER                   PIC X(01).
001010     05 CTL-FECHA-NEG            PIC X(08).
001020
001030 WORKING-STORAGE SECTION.
001040*-----------------------------------------------------------
001050* INDICADORES DE ESTADO DE ARCHIVO
001060*-----------------------------------------------------------
001070 01  WS-FILE-STATUSES.
001080     05 WS-INV-STATUS            PIC X(02) VALUE "00".
001090     05 WS-CTL-STATUS            PIC X(02) VALUE "00".
001100
001110*-----------------------------------------------------------
001120* SWITCHES
001130*-----------------------------------------------------------
001140 01  WS-SWITCHES.
001150     05 WS-EOF-SW                PIC X(01) VALUE "N".
001160        88 WS-EOF                          VALUE "Y".
001170     05 WS-ACTIVO-SW             PIC X(01) VALUE "N".
001180        88 WS-HAY-ACTIVO                   VALUE "Y".
001190
001200*-----------------------------------------------------------
001210* CONTADORES Y CAMPOS DE TRABAJO
001220*-----------------------------------------------------------
001230 77  WS-INV-TALLY                PIC 9(05) COMP VALUE ZERO.
001240 77  WS-IDX                      PIC 9(05) COMP VALUE ZERO.
001250 77  WS-ENC-IDX                  PIC 9(05) COMP VALUE ZERO.
001260 77  WS-PENDIENTES               PIC 9(05) COMP VALUE ZERO.
001270 77  WS-FECHA-NEG                PIC 9(08) VALUE ZERO.
001280 77  WS-RESPUESTA                PIC X(01) VALUE SPACE.
001290 77  WS-TRABAJO-CAP              PIC X(08) VALUE SPACE.
001300 77  WS-FECHA-CAP                PIC 9(08) VALUE ZERO.
001310 77  WS-RECNO-CAP                PIC 9(07) VALUE ZERO.
001320 77  WS-MOTIVO-CAP               PIC X(40) VALUE SPACE.
001330 77  WS-ESTADO-ED                PIC X(09) VALUE SPACE.
001340 77  WS-INVRECH                  PIC X(08) VALUE "INVRECH".
001350
001360*-----------------------------------------------------------
001370* COPIA DEL INVENTARIO TAL CUAL SE LEE; SE REESCRIBE COMPLETA.
001380*-----------------------------------------------------------
001390 01  WS-INV-TABLE.
001400     05 WS-INV-ENTRY             OCCURS 5000 TIMES.
001410         10 WS-INV-LINEA         PIC X(130).
001420         10 WS-INV-CAMPOS REDEFINES WS-INV-LINEA.
001430             15 WS-INV-TRABAJO   PIC X(08).
001440             15 FILLER           PIC X(01).
001450             15 WS-INV-FECHA     PIC 9(08).
001460             15 FILLER           PIC X(01).
001470             15 WS-INV-RECNO     PIC 9(07).
001480             15 FILLER           PIC X(01).
001490             15 WS-INV-CAUSA     PIC X(02).
001500             15 FILLER           PIC X(01).
001510             15 WS-INV-ESTADO    PIC X(01).
001520                88 WS-INV-ABIERTO          VALUE "A".
001530                88 WS-INV-PENDIENTE        VALUE "A" "R".
001540             15 FILLER           PIC X(01).
001550             15 WS-INV-DATOS     PIC X(19).
001560             15 FILLER           PIC X(01).
001570             15 WS-INV-CAUSA-ULT PIC X(02).
001580             15 FILLER           PIC X(01).
001590             15 WS-INV-INTENTOS  PIC 9(02).
001600             15 FILLER           PIC X(01).
001610             15 WS-INV-FECHA-EDO PIC 9(08).
001620             15 FILLER           PIC X(01).
001630             15 WS-INV-DIAS      PIC 9(03).
001640             15 FILLER           PIC X(01).
001650             15 WS-INV-ESCALADO  PIC X(01).
001660             15 FILLER           PIC X(01).
001670             15 WS-INV-FECHA-ESC PIC 9(08).
001680             15 FILLER           PIC X(01).
001690             15 WS-INV-USUARIO   PIC X(08).
001700             15 FILLER           PIC X(01).
001710             15 WS-INV-MOTIVO    PIC X(40).
001720
001730*-----------------------------------------------------------
001740* AREA DE COMUNICACION CON EL SUBPROGRAMA FIRMA
001750*-----------------------------------------------------------
001760 01  WS-FIRMA-PARAM.
001770     05 WFO-PROGRAMA             PIC X(08) VALUE "CASTIGA".
001780     05 WFO-USUARIO              PIC X(08).
001790     05 WFO-ROL                  PIC X(01).
001800     05 WFO-NOMBRE               PIC X(30).
001810     05 WFO-RESULT               PIC X(02).
001820
001830*-----------------------------------------------------------
001840* AREA DE COMUNICACION CON EL SUBPROGRAMA FECNEG
001850*-----------------------------------------------------------
001860 01  WS-FECNEG-PARAM.
001870     05 WFN-FUNCION              PIC X(03).
001880     05 WFN-ACTUAL               PIC 9(08).
001890     05 WFN-ANTERIOR             PIC 9(08).
001900     05 WFN-SIGUIENTE            PIC 9(08).
001910     05 WFN-MALLA                PIC 9(08).
001920     05 WFN-RESULT               PIC X(02).
001930
001940 01  WS-TIMESTAMP.
001950     05 WTS-DATE                 PIC 9(08).
001960     05 WTS-TIME                 PIC 9(08).
001970     05 WTS-DIFF                 PIC X(09) VALUE SPACE.
001980
001990 PROCEDURE DIVISION.
002000*-----------------------------------------------------------
002010* 0000-MAINLINE
002020* SOLO UN SUPERVISOR FIRMADO, Y SOLO SIN INVRECH EN
002030* EJECUCION; SI NO, TERMINA CON RC 12.
002040*-----------------------------------------------------------
002050 0000-MAINLINE.
002060     CALL "FIRMA" USING WS-FIRMA-PARAM.
002070     CANCEL "FIRMA".
002080     IF WFO-RESULT NOT = "00"
002090         DISPLAY "CASTIGA: ACCESO NEGADO."
002100         MOVE 12 TO RETURN-CODE
002110         GOBACK
002120     END-IF.
002130     IF WFO-ROL NOT = "S"
002140         DISPLAY "CASTIGA: SOLO UN SUPERVISOR PUEDE CASTIGAR "
002150             "RECHAZOS."
002160         MOVE 12 TO RETURN-CODE
002170         GOBACK
002180     END-IF.
002190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002200     PERFORM 2000-ELIGE-RECHAZO THRU 2000-EXIT.
002210     PERFORM 4000-CASTIGA THRU 4000-EXIT.
002220     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002230     GOBACK.
002240
002250*-----------------------------------------------------------
002260* 1000-INITIALIZE
002270* REVISA QUE INVRECH NO ESTE EN EJECUCION, TOMA LA FECHA DE
002280* NEGOCIO Y CARGA EL INVENTARIO.
002290*-----------------------------------------------------------
002300 1000-INITIALIZE.
002310     PERFORM 1100-VERIFICA-ACTIVO THRU 1100-EXIT.
002320     IF WS-HAY-ACTIVO
002330         GO TO 9000-RECHAZA
002340     END-IF.
002350
002360     MOVE "CON" TO WFN-FUNCION.
002370     CALL "FECNEG" USING WS-FECNEG-PARAM.
002380     CANCEL "FECNEG".
002390     IF WFN-RESULT = "00"
002400         MOVE WFN-ACTUAL TO WS-FECHA-NEG
002410     ELSE
002420         DISPLAY "CASTIGA: SIN FECHA-NEG.DAT, SE USA LA "
002430             "FECHA DEL SISTEMA."
002440         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
002450         MOVE WTS-DATE TO WS-FECHA-NEG
002460     END-IF.
002470
002480     PERFORM 1200-CARGA-INVENTARIO THRU 1200-EXIT.
002490     IF WS-INV-TALLY = ZERO
002500         DISPLAY "CASTIGA: EL INVENTARIO DE RECHAZOS ESTA VACIO."
002510         MOVE 4 TO RETURN-CODE
002520         GOBACK
002530     END-IF.
002540 1000-EXIT.
002550     EXIT.
002560
002570*-----------------------------------------------------------
002580* 1100-VERIFICA-ACTIVO
002590* INVRECH EN "EJECUTA" TIENE EL INVENTARIO EN MEMORIA Y LO VA
002600* A REESCRIBIR; UN CASTIGO GRABADO AHORA SE PERDERIA.
002610*-----------------------------------------------------------
002620 1100-VERIFICA-ACTIVO.
002630     MOVE "N" TO WS-ACTIVO-SW WS-EOF-SW.
002640     OPEN INPUT RUN-CTL.
002650     IF WS-CTL-STATUS NOT = "00"
002660         GO TO 1100-EXIT
002670     END-IF.
002680     PERFORM 1110-LEE-CORRIDA THRU 1110-EXIT
002690         UNTIL WS-EOF.
002700     CLOSE RUN-CTL.
002710 1100-EXIT.
002720     EXIT.
002730
002740 1110-LEE-CORRIDA.
002750     READ RUN-CTL
002760         AT END
002770             SET WS-EOF TO TRUE
002780             GO TO 1110-EXIT
002790     END-READ.
002800     IF CTL-TRABAJO = WS-INVRECH
002810         AND CTL-ESTADO = "EJECUTA"
002820         SET WS-HAY-ACTIVO TO TRUE
002830         DISPLAY "CASTIGA: INVRECH EN EJECUCION DESDE "
002840             CTL-INICIO "."
002850     END-IF.
002860 1110-EXIT.
002870     EXIT.
002880
002890*-----------------------------------------------------------
002900* 1200-CARGA-INVENTARIO
002910*-----------------------------------------------------------
002920 1200-CARGA-INVENTARIO.
002930     MOVE ZERO TO WS-INV-TALLY.
002940     MOVE "N" TO WS-EOF-SW.
002950     OPEN INPUT INVRECH-MST.
002960     IF WS-INV-STATUS NOT = "00"
002970         GO TO 1200-EXIT
002980     END-IF.
002990     PERFORM 1210-LEE-INVENTARIO THRU 1210-EXIT
003000         UNTIL WS-EOF.
003010     CLOSE INVRECH-MST.
003020 1200-EXIT.
003030     EXIT.
003040
003050 1210-LEE-INVENTARIO.
003060     READ INVRECH-MST
003070         AT END
003080             SET WS-EOF TO TRUE
003090             GO TO 1210-EXIT
003100     END-READ.
003110     IF WS-INV-TALLY >= 5000
003120         DISPLAY "CASTIGA: EL INVENTARIO TIENE MAS DE 5000 "
003130             "ENTRADAS."
003140         GO TO 9999-ABEND
003150     END-IF.
003160     ADD 1 TO WS-INV-TALLY.
003170     MOVE INV-RECORD TO WS-INV-LINEA (WS-INV-TALLY).
003180 1210-EXIT.
003190     EXIT.
003200
003210*-----------------------------------------------------------
003220* 2000-ELIGE-RECHAZO
003230* MUESTRA LOS PENDIENTES, PIDE LA LLAVE DEL RECHAZO, EL
003240* MOTIVO Y CONFIRMACION. TRABAJO EN BLANCO, UN RECHAZO QUE NO
003250* ESTA PENDIENTE, MOTIVO EN BLANCO O UNA RESPUESTA DISTINTA
003260* DE "S" TERMINAN SIN TOCAR NADA.
003270*-----------------------------------------------------------
003280 2000-ELIGE-RECHAZO.
003290     DISPLAY "===== CASTIGO DE RECHAZOS =====".
003300     DISPLAY "  OPERADOR: " WFO-USUARIO "  ROL: " WFO-ROL.
003310     DISPLAY "  TRABAJO  FECHA    REGISTRO CA ESTADO    DIAS "
003320         "DATOS".
003330     MOVE ZERO TO WS-IDX WS-PENDIENTES.
003340     PERFORM 2100-MUESTRA-UNO THRU 2100-EXIT
003350         WS-INV-TALLY TIMES.
003360     IF WS-PENDIENTES = ZERO
003370         DISPLAY "CASTIGA: NO HAY RECHAZOS PENDIENTES."
003380         MOVE ZERO TO RETURN-CODE
003390         GOBACK
003400     END-IF.
003410
003420     DISPLAY "  TRABAJO (EN BLANCO = SALIR): ".
003430     ACCEPT WS-TRABAJO-CAP.
003440     IF WS-TRABAJO-CAP = SPACE
003450         GO TO 9100-CANCELA
003460     END-IF.
003470     DISPLAY "  FECHA DE NEGOCIO DEL RECHAZO (AAAAMMDD): ".
003480     ACCEPT WS-FECHA-CAP.
003490     DISPLAY "  NUMERO DE REGISTRO: ".
003500     ACCEPT WS-RECNO-CAP.
003510     PERFORM 2200-BUSCA-ENTRADA THRU 2200-EXIT.
003520     IF WS-ENC-IDX = ZERO
003530         DISPLAY "CASTIGA: EL RECHAZO " WS-TRABAJO-CAP " "
003540             WS-FECHA-CAP " " WS-RECNO-CAP " NO ESTA EN EL "
003550             "INVENTARIO."
003560         GO TO 9100-CANCELA
003570     END-IF.
003580     IF NOT WS-INV-PENDIENTE (WS-ENC-IDX)
003590         DISPLAY "CASTIGA: ESE RECHAZO YA ESTA CERRADO (ESTADO "
003600             WS-INV-ESTADO (WS-ENC-IDX) ")."
003610         GO TO 9100-CANCELA
003620     END-IF.
003630
003640     DISPLAY "  MOTIVO DEL CASTIGO: ".
003650     ACCEPT WS-MOTIVO-CAP.
003660     IF WS-MOTIVO-CAP = SPACE
003670         DISPLAY "CASTIGA: EL MOTIVO ES OBLIGATORIO."
003680         GO TO 9100-CANCELA
003690     END-IF.
003700     DISPLAY "  SE CASTIGA EL RECHAZO " WS-TRABAJO-CAP " "
003710         WS-FECHA-CAP " " WS-RECNO-CAP ". CONFIRMA (S/N): ".
003720     ACCEPT WS-RESPUESTA.
003730     IF WS-RESPUESTA NOT = "S"
003740         GO TO 9100-CANCELA
003750     END-IF.
003760 2000-EXIT.
003770     EXIT.
003780
003790 2100-MUESTRA-UNO.
003800     ADD 1 TO WS-IDX.
003810     IF NOT WS-INV-PENDIENTE (WS-IDX)
003820         GO TO 2100-EXIT
003830     END-IF.
003840     ADD 1 TO WS-PENDIENTES.
003850     IF WS-INV-ABIERTO (WS-IDX)
003860         MOVE "ABIERTO"   TO WS-ESTADO-ED
003870     ELSE
003880         MOVE "REENVIADO" TO WS-ESTADO-ED
003890     END-IF.
003900     DISPLAY "  " WS-INV-TRABAJO (WS-IDX)
003910         " " WS-INV-FECHA (WS-IDX)
003920         " " WS-INV-RECNO (WS-IDX)
003930         "  " WS-INV-CAUSA-ULT (WS-IDX)
003940         " " WS-ESTADO-ED
003950         " " WS-INV-DIAS (WS-IDX)
003960         WS-INV-ESCALADO (WS-IDX)
003970         " " WS-INV-DATOS (WS-IDX).
003980 2100-EXIT.
003990     EXIT.
004000
004010*-----------------------------------------------------------
004020* 2200-BUSCA-ENTRADA
004030* DEJA EN WS-ENC-IDX LA ENTRADA CON LA LLAVE CAPTURADA, O CERO.
004040*-----------------------------------------------------------
004050 2200-BUSCA-ENTRADA.
004060     MOVE ZERO TO WS-ENC-IDX WS-IDX.
004070     PERFORM 2210-COMPARA-ENTRADA THRU 2210-EXIT
004080         UNTIL WS-IDX >= WS-INV-TALLY OR WS-ENC-IDX NOT = ZERO.
004090 2200-EXIT.
004100     EXIT.
004110
004120 2210-COMPARA-ENTRADA.
004130     ADD 1 TO WS-IDX.
004140     IF WS-INV-TRABAJO (WS-IDX) = WS-TRABAJO-CAP
004150         AND WS-INV-FECHA (WS-IDX) = WS-FECHA-CAP
004160         AND WS-INV-RECNO (WS-IDX) = WS-RECNO-CAP
004170         MOVE WS-IDX TO WS-ENC-IDX
004180     END-IF.
004190 2210-EXIT.
004200     EXIT.
004210
004220*-----------------------------------------------------------
004230* 4000-CASTIGA
004240* VUELVE A REVISAR RUN-CTL Y A LEER EL INVENTARIO (INVRECH
004250* PUDO CORRER MIENTRAS SE CONTESTABA), Y SOLO SI EL RECHAZO
004260* SIGUE PENDIENTE LO CASTIGA Y REESCRIBE EL INVENTARIO.
004270*-----------------------------------------------------------
004280 4000-CASTIGA.
004290     PERFORM 1100-VERIFICA-ACTIVO THRU 1100-EXIT.
004300     IF WS-HAY-ACTIVO
004310         GO TO 9000-RECHAZA
004320     END-IF.
004330     PERFORM 1200-CARGA-INVENTARIO THRU 1200-EXIT.
004340     PERFORM 2200-BUSCA-ENTRADA THRU 2200-EXIT.
004350     IF WS-ENC-IDX = ZERO
004360         DISPLAY "CASTIGA: EL RECHAZO YA NO ESTA EN EL "
004370             "INVENTARIO."
004380         MOVE 4 TO RETURN-CODE
004390         GOBACK
004400     END-IF.
004410     IF NOT WS-INV-PENDIENTE (WS-ENC-IDX)
004420         DISPLAY "CASTIGA: EL RECHAZO SE CERRO MIENTRAS TANTO "
004430             "(ESTADO " WS-INV-ESTADO (WS-ENC-IDX) ")."
004440         MOVE 4 TO RETURN-CODE
004450         GOBACK
004460     END-IF.
004470
004480     MOVE "C"           TO WS-INV-ESTADO (WS-ENC-IDX).
004490     MOVE WS-FECHA-NEG  TO WS-INV-FECHA-EDO (WS-ENC-IDX).
004500     MOVE WFO-USUARIO   TO WS-INV-USUARIO (WS-ENC-IDX).
004510     MOVE WS-MOTIVO-CAP TO WS-INV-MOTIVO (WS-ENC-IDX).
004520
004530     OPEN OUTPUT INVRECH-MST.
004540     IF WS-INV-STATUS NOT = "00"
004550         DISPLAY "CASTIGA: NO SE PUDO ABRIR INVRECH-MST.DAT "
004560             WS-INV-STATUS
004570         GO TO 9999-ABEND
004580     END-IF.
004590     MOVE ZERO TO WS-IDX.
004600     PERFORM 4100-GRABA-UNO THRU 4100-EXIT
004610         WS-INV-TALLY TIMES.
004620     CLOSE INVRECH-MST.
004630 4000-EXIT.
004640     EXIT.
004650
004660 4100-GRABA-UNO.
004670     ADD 1 TO WS-IDX.
004680     WRITE INV-RECORD FROM WS-INV-LINEA (WS-IDX).
004690 4100-EXIT.
004700     EXIT.
004710
004720*-----------------------------------------------------------
004730* 8000-TERMINATE
004740*-----------------------------------------------------------
004750 8000-TERMINATE.
004760     DISPLAY "CASTIGA: RECHAZO " WS-TRABAJO-CAP " " WS-FECHA-CAP
004770         " " WS-RECNO-CAP " CASTIGADO POR " WFO-USUARIO ".".
004780     MOVE ZERO TO RETURN-CODE.
004790 8000-EXIT.
004800     EXIT.
004810
004820*-----------------------------------------------------------
004830* 9000-RECHAZA
004840* INVRECH ESTA EN EJECUCION: NO SE TOCA EL INVENTARIO.
004850*-----------------------------------------------------------
004860 9000-RECHAZA.
004870     DISPLAY "CASTIGA: INVRECH ESTA EN EJECUCION, NO SE CASTIGA.".
004880     MOVE 12 TO RETURN-CODE.
004890     GOBACK.
004900
004910*-----------------------------------------------------------
004920* 9100-CANCELA
004930* EL SUPERVISOR NO COMPLETO EL CASTIGO: TERMINA SIN CAMBIOS.
004940*-----------------------------------------------------------
004950 9100-CANCELA.
004960     DISPLAY "CASTIGA: CANCELADO, NO SE CASTIGO NADA.".
004970     MOVE ZERO TO RETURN-CODE.
004980     GOBACK.
004990
005000*-----------------------------------------------------------
005010* 9999-ABEND
005020* TERMINACION ANORMAL POR ERROR DE ARCHIVO.
005030*-----------------------------------------------------------
005040 9999-ABEND.
005050     DISPLAY "CASTIGA: TERMINACION ANORMAL.".
005060     MOVE 16 TO RETURN-CODE.
005070     GOBACK.
005080
005090 END PROGRAM CASTIGA.
