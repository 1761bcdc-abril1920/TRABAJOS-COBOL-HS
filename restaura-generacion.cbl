000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RESTAURA.
000030 AUTHOR. J. ABRIL.
000040 INSTALLATION. DEPTO DE SISTEMAS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* HISTORIAL DE MODIFICACIONES
000090*-----------------------------------------------------------
000100* FECHA       INIC  DESCRIPCION
000110* ----------  ----  ------------------------------------
000120* 2026-10-15  JA    VERSION ORIGINAL. REGRESA UN GRUPO DE
000130*                   ARCHIVOS A UNA GENERACION DEL RESPALDO
000140*                   (CATALOGO RESPALDO-CAT.DAT QUE GRABA
000150*                   RESPALDO). SOLO LA USA UN SUPERVISOR
000160*                   FIRMADO (SUBPROGRAMA FIRMA). MUESTRA LAS
000170*                   GENERACIONES, PREGUNTA ARCHIVO POR
000180*                   ARCHIVO CUALES SE REGRESAN Y PIDE
000190*                   CONFIRMACION. NO CORRE MIENTRAS ALGUN
000200*                   TRABAJO ESTE EN EJECUCION EN RUN-CTL.DAT;
000210*                   SE REVISA AL ENTRAR Y OTRA VEZ JUSTO ANTES
000220*                   DE COPIAR. CADA ARCHIVO QUEDA ANOTADO EN
000230*                   RESTAURA-LOG.DAT CON EL OPERADOR, LA
000240*                   GENERACION Y EL RESULTADO.
000250* 2026-10-15  JA    LA RANURA SE COPIA PRIMERO A UN ARCHIVO DE
000260*                   TRABAJO <ARCHIVO>.RST Y SOLO DESPUES SOBRE EL
000270*                   ARCHIVO VIVO, QUE YA NO SE TRUNCA ANTES DE
000280*                   TENER LA COPIA COMPLETA. SE REVISA CADA WRITE;
000290*                   UN ERROR DE ESCRITURA SE ANOTA COMO FALLO EN
000300*                   RESTAURA-LOG.DAT Y TERMINA CON RC 16.
000310* 2026-10-15  JA    EL RENGLON DE RUN-CTL.DAT CRECE AL FINAL
000320*                   CON LA FECHA DE NEGOCIO QUE ANOTA RUNCTL;
000330*                   SE ALARGA EL REGISTRO PARA LEERLO ENTERO.
000340*-----------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. GENERICO.
000390 OBJECT-COMPUTER. GENERICO.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT RESPALDO-CAT ASSIGN TO "RESPALDO-CAT.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CAT-STATUS.
000460
000470     SELECT RUN-CTL ASSIGN TO "RUN-CTL.DAT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CTL-STATUS.
000500
000510     SELECT RESTAURA-LOG ASSIGN TO "RESTAURA-LOG.DAT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-LOG-STATUS.
000540
000550     SELECT ORIGEN ASSIGN USING WS-ORIGEN-NOMBRE
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-ORI-STATUS.
000580
000590     SELECT DESTINO ASSIGN USING WS-DESTINO-NOMBRE
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-DES-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650*-----------------------------------------------------------
000660* CAT-RECORD: MISMA TRAZA QUE EN RESPALDO.
000670*-----------------------------------------------------------
000680 FD  RESPALDO-CAT.
000690 01  CAT-RECORD.
000700     05 CAT-GENERACION           PIC 9(05).
000710     05 FILLER                   PIC X(01).
000720     05 CAT-RANURA               PIC 9(02).
000730     05 FILLER                   PIC X(01).
000740     05 CAT-FECHA                PIC 9(08).
000750     05 FILLER                   PIC X(01).
000760     05 CAT-TRABAJO              PIC X(08).
000770     05 FILLER                   PIC X(01).
000780     05 CAT-INICIO               PIC X(19).
000790     05 FILLER                   PIC X(01).
000800     05 CAT-ARCHIVO              PIC X(14).
000810     05 FILLER                   PIC X(01).
000820     05 CAT-REGISTROS            PIC 9(07).
000830     05 FILLER                   PIC X(01).
000840     05 CAT-ESTADO               PIC X(01).
000850
000860*-----------------------------------------------------------
000870* CTL-RECORD: MISMA TRAZA QUE EN EL SUBPROGRAMA RUNCTL.
000880*-----------------------------------------------------------
000890 FD  RUN-CTL.
000900 01  CTL-RECORD.
000910     05 CTL-TRABAJO              PIC X(08).
000920     05 FILLER                   PIC X(01).
000930     05 CTL-INICIO               PIC X(19).
000940     05 FILLER                   PIC X(01).
000950     05 CTL-FIN                  PIC X(19).
000960     05 FILLER                   PIC X(01).
000970     05 CTL-ESTADO               PIC X(08).
000980     05 FILLER                   PIC X(01).
000990     05 CTL-REGISTROS            PIC 9(07).
001000     05 FILLER                   PIC X(01).
001010     05 CTL-RETCODE              PIC 9(03).
001020     05 FILLER                   PIC X(01).
001030     05 CTL-OPERADOR             PIC X(08).
001040     05 FILLER                   PIC X(01).
001050     05 CTL-MOTIVO               PIC X(40).
001060     05 FILLER                   PIC X(01).
001070     05 CTL-FECHA-NEG            PIC X(08).
001080
001090*-----------------------------------------------------------
001100* RLG-RECORD: UN RENGLON POR ARCHIVO RESTAURADO.
001110*   POS 01-19 RLG-FECHA-HORA  CUANDO SE RESTAURO.
001120*   POS 21-28 RLG-USUARIO     SUPERVISOR FIRMADO.
001130*   POS 30-34 RLG-GENERACION  GENERACION DEL RESPALDO.
001140*   POS 36-43 RLG-FECHA-NEG   FECHA DE NEGOCIO DE ESA GENERACION.
001150*   POS 45-58 RLG-ARCHIVO     ARCHIVO SIN ".DAT".
001160*   POS 60-66 RLG-REGISTROS   RENGLONES COPIADOS.
001170*   POS 68-77 RLG-RESULTADO   "RESTAURADO" O "FALLO".
001180*-----------------------------------------------------------
001190 FD  RESTAURA-LOG.
001200 01  RLG-RECORD.
001210     05 RLG-FECHA-HORA           PIC X(19).
001220     05 FILLER                   PIC X(01).
001230     05 RLG-USUARIO              PIC X(08).
001240     05 FILLER                   PIC X(01).
001250     05 RLG-GENERACION           PIC 9(05).
001260     05 FILLER                   PIC X(01).
001270     05 RLG-FECHA-NEG            PIC 9(08).
001280     05 FILLER                   PIC X(01).
001290     05 RLG-ARCHIVO              PIC X(14).
001300     05 FILLER                   PIC X(01).
001310     05 RLG-REGISTROS            PIC 9(07).
001320     05 FILLER                   PIC X(01).
001330     05 RLG-RESULTADO            PIC X(10).
001340
001350 FD  ORIGEN.
001360 01  ORI-RECORD                  PIC X(256).
001370
001380 FD  DESTINO.
001390 01  DES-RECORD                  PIC X(256).
001400
001410 WORKING-STORAGE SECTION.
001420*-----------------------------------------------------------
001430* INDICADORES DE ESTADO DE ARCHIVO
001440*-----------------------------------------------------------
001450 01  WS-FILE-STATUSES.
001460     05 WS-CAT-STATUS            PIC X(02) VALUE "00".
001470     05 WS-CTL-STATUS            PIC X(02) VALUE "00".
001480     05 WS-LOG-STATUS            PIC X(02) VALUE "00".
001490     05 WS-ORI-STATUS            PIC X(02) VALUE "00".
001500     05 WS-DES-STATUS            PIC X(02) VALUE "00".
001510
001520*-----------------------------------------------------------
001530* SWITCHES
001540*-----------------------------------------------------------
001550 01  WS-SWITCHES.
001560     05 WS-EOF-SW                PIC X(01) VALUE "N".
001570        88 WS-EOF                          VALUE "Y".
001580     05 WS-ORI-EOF-SW            PIC X(01) VALUE "N".
001590        88 WS-ORI-EOF                      VALUE "Y".
001600     05 WS-ACTIVO-SW             PIC X(01) VALUE "N".
001610        88 WS-HAY-ACTIVO                   VALUE "Y".
001620     05 WS-GEN-FOUND-SW          PIC X(01) VALUE "N".
001630        88 WS-GEN-FOUND                    VALUE "Y".
001640     05 WS-FALLO-SW              PIC X(01) VALUE "N".
001650        88 WS-HUBO-FALLO                   VALUE "Y".
001660
001670*-----------------------------------------------------------
001680* CONTADORES Y CAMPOS DE TRABAJO
001690*-----------------------------------------------------------
001700 77  WS-CAT-TALLY                PIC 9(05) COMP VALUE ZERO.
001710 77  WS-IDX                      PIC 9(05) COMP VALUE ZERO.
001720 77  WS-GEN-ANTERIOR             PIC 9(05) VALUE ZERO.
001730 77  WS-GEN-CAP                  PIC 9(05) VALUE ZERO.
001740 77  WS-RESPUESTA                PIC X(01) VALUE SPACE.
001750 77  WS-ELEGIDOS                 PIC 9(02) COMP VALUE ZERO.
001760 77  WS-ELEGIDOS-ED              PIC Z9.
001770 77  WS-RESTAURADOS              PIC 9(02) COMP VALUE ZERO.
001780 77  WS-COPIA-REGS               PIC 9(07) VALUE ZERO.
001790 77  WS-ACTIVO-TRABAJO           PIC X(08) VALUE SPACE.
001800 77  WS-ACTIVO-INICIO            PIC X(19) VALUE SPACE.
001810 77  WS-RANURA-X                 PIC 9(02) VALUE ZERO.
001820 77  WS-RESULTADO                PIC X(10) VALUE SPACE.
001830 77  WS-ORIGEN-NOMBRE            PIC X(40) VALUE SPACE.
001840 77  WS-DESTINO-NOMBRE           PIC X(40) VALUE SPACE.
001850 77  WS-TRABAJO-NOMBRE           PIC X(40) VALUE SPACE.
001860 77  WS-VIVO-NOMBRE              PIC X(40) VALUE SPACE.
001870 77  WS-TRABAJO-REGS             PIC 9(07) VALUE ZERO.
001880
001890*-----------------------------------------------------------
001900* COPIA DEL CATALOGO. WS-CAT-ELEGIDO SE PRENDE CON "S" EN LOS
001910* ARCHIVOS DE LA GENERACION QUE EL SUPERVISOR PIDE REGRESAR.
001920*-----------------------------------------------------------
001930 01  WS-CAT-TABLE.
001940     05 WS-CAT-ENTRY             OCCURS 900 TIMES.
001950         10 WS-CAT-GENERACION    PIC 9(05).
001960         10 WS-CAT-RANURA        PIC 9(02).
001970         10 WS-CAT-FECHA         PIC 9(08).
001980         10 WS-CAT-TRABAJO       PIC X(08).
001990         10 WS-CAT-INICIO        PIC X(19).
002000         10 WS-CAT-ARCHIVO       PIC X(14).
002010         10 WS-CAT-REGISTROS     PIC 9(07).
002020         10 WS-CAT-ESTADO        PIC X(01).
002030         10 WS-CAT-ELEGIDO       PIC X(01).
002040
002050 01  WS-TIMESTAMP.
002060     05 WTS-DATE                 PIC 9(08).
002070     05 WTS-TIME                 PIC 9(08).
002080     05 WTS-DIFF                 PIC X(09) VALUE SPACE.
002090
002100 01  WS-TIMESTAMP-DISPLAY.
002110     05 WTD-YEAR                 PIC 9(04).
002120     05 WTD-DASH1                PIC X(01) VALUE "-".
002130     05 WTD-MONTH                PIC 9(02).
002140     05 WTD-DASH2                PIC X(01) VALUE "-".
002150     05 WTD-DAY                  PIC 9(02).
002160     05 WTD-SPACE                PIC X(01) VALUE SPACE.
002170     05 WTD-HOUR                 PIC 9(02).
002180     05 WTD-COLON1               PIC X(01) VALUE ":".
002190     05 WTD-MIN                  PIC 9(02).
002200     05 WTD-COLON2               PIC X(01) VALUE ":".
002210     05 WTD-SEC                  PIC 9(02).
002220
002230*-----------------------------------------------------------
002240* AREA DE COMUNICACION CON EL SUBPROGRAMA FIRMA
002250*-----------------------------------------------------------
002260 01  WS-FIRMA-PARAM.
002270     05 WFO-PROGRAMA             PIC X(08) VALUE "RESTAURA".
002280     05 WFO-USUARIO              PIC X(08).
002290     05 WFO-ROL                  PIC X(01).
002300     05 WFO-NOMBRE               PIC X(30).
002310     05 WFO-RESULT               PIC X(02).
002320
002330 PROCEDURE DIVISION.
002340*-----------------------------------------------------------
002350* 0000-MAINLINE
002360* SOLO UN SUPERVISOR FIRMADO, Y SOLO SIN TRABAJOS EN
002370* EJECUCION; SI NO, TERMINA CON RC 12. RC 8 SI ALGUN ARCHIVO
002380* NO SE PUDO RESTAURAR; RC 16 SI FALLA LA ESCRITURA DE UNO.
002390*-----------------------------------------------------------
002400 0000-MAINLINE.
002410     CALL "FIRMA" USING WS-FIRMA-PARAM.
002420     CANCEL "FIRMA".
002430     IF WFO-RESULT NOT = "00"
002440         DISPLAY "RESTAURA: ACCESO NEGADO."
002450         MOVE 12 TO RETURN-CODE
002460         GOBACK
002470     END-IF.
002480     IF WFO-ROL NOT = "S"
002490         DISPLAY "RESTAURA: SOLO UN SUPERVISOR PUEDE RESTAURAR "
002500             "GENERACIONES."
002510         MOVE 12 TO RETURN-CODE
002520         GOBACK
002530     END-IF.
002540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002550     PERFORM 2000-ELIGE-GENERACION THRU 2000-EXIT.
002560     PERFORM 4000-RESTAURA THRU 4000-EXIT.
002570     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002580     GOBACK.
002590
002600*-----------------------------------------------------------
002610* 1000-INITIALIZE
002620* REVISA QUE NO HAYA TRABAJOS EN EJECUCION Y CARGA EL
002630* CATALOGO DE GENERACIONES.
002640*-----------------------------------------------------------
002650 1000-INITIALIZE.
002660     PERFORM 1100-VERIFICA-ACTIVOS THRU 1100-EXIT.
002670     IF WS-HAY-ACTIVO
002680         GO TO 9000-RECHAZA
002690     END-IF.
002700
002710     MOVE ZERO TO WS-CAT-TALLY.
002720     MOVE "N" TO WS-EOF-SW.
002730     OPEN INPUT RESPALDO-CAT.
002740     IF WS-CAT-STATUS NOT = "00"
002750         DISPLAY "RESTAURA: NO HAY RESPALDO-CAT.DAT, NO HAY "
002760             "GENERACIONES QUE RESTAURAR."
002770         MOVE 4 TO RETURN-CODE
002780         GOBACK
002790     END-IF.
002800     PERFORM 1200-LEE-CATALOGO THRU 1200-EXIT
002810         UNTIL WS-EOF.
002820     CLOSE RESPALDO-CAT.
002830     IF WS-CAT-TALLY = ZERO
002840         DISPLAY "RESTAURA: EL CATALOGO ESTA VACIO."
002850         MOVE 4 TO RETURN-CODE
002860         GOBACK
002870     END-IF.
002880 1000-EXIT.
002890     EXIT.
002900
002910*-----------------------------------------------------------
002920* 1100-VERIFICA-ACTIVOS
002930* CUALQUIER ENTRADA DE RUN-CTL EN "EJECUTA" ES UN TRABAJO QUE
002940* TIENE SUS ARCHIVOS ABIERTOS; SE ANUNCIA CADA UNO.
002950*-----------------------------------------------------------
002960 1100-VERIFICA-ACTIVOS.
002970     MOVE "N" TO WS-ACTIVO-SW WS-EOF-SW.
002980     OPEN INPUT RUN-CTL.
002990     IF WS-CTL-STATUS NOT = "00"
003000         GO TO 1100-EXIT
003010     END-IF.
003020     PERFORM 1110-LEE-CORRIDA THRU 1110-EXIT
003030         UNTIL WS-EOF.
003040     CLOSE RUN-CTL.
003050 1100-EXIT.
003060     EXIT.
003070
003080 1110-LEE-CORRIDA.
003090     READ RUN-CTL
003100         AT END
003110             SET WS-EOF TO TRUE
003120             GO TO 1110-EXIT
003130     END-READ.
003140     IF CTL-ESTADO = "EJECUTA"
003150         SET WS-HAY-ACTIVO TO TRUE
003160         MOVE CTL-TRABAJO TO WS-ACTIVO-TRABAJO
003170         MOVE CTL-INICIO  TO WS-ACTIVO-INICIO
003180         DISPLAY "RESTAURA: " WS-ACTIVO-TRABAJO
003190             " EN EJECUCION DESDE " WS-ACTIVO-INICIO "."
003200     END-IF.
003210 1110-EXIT.
003220     EXIT.
003230
003240 1200-LEE-CATALOGO.
003250     READ RESPALDO-CAT
003260         AT END
003270             SET WS-EOF TO TRUE
003280             GO TO 1200-EXIT
003290     END-READ.
003300     IF WS-CAT-TALLY >= 900
003310         GO TO 1200-EXIT
003320     END-IF.
003330     ADD 1 TO WS-CAT-TALLY.
003340     MOVE CAT-GENERACION TO WS-CAT-GENERACION (WS-CAT-TALLY).
003350     MOVE CAT-RANURA     TO WS-CAT-RANURA (WS-CAT-TALLY).
003360     MOVE CAT-FECHA      TO WS-CAT-FECHA (WS-CAT-TALLY).
003370     MOVE CAT-TRABAJO    TO WS-CAT-TRABAJO (WS-CAT-TALLY).
003380     MOVE CAT-INICIO     TO WS-CAT-INICIO (WS-CAT-TALLY).
003390     MOVE CAT-ARCHIVO    TO WS-CAT-ARCHIVO (WS-CAT-TALLY).
003400     MOVE CAT-REGISTROS  TO WS-CAT-REGISTROS (WS-CAT-TALLY).
003410     MOVE CAT-ESTADO     TO WS-CAT-ESTADO (WS-CAT-TALLY).
003420     MOVE "N"            TO WS-CAT-ELEGIDO (WS-CAT-TALLY).
003430 1200-EXIT.
003440     EXIT.
003450
003460*-----------------------------------------------------------
003470* 2000-ELIGE-GENERACION
003480* MUESTRA LAS GENERACIONES DEL CATALOGO, PIDE UNA, PREGUNTA
003490* POR CADA ARCHIVO QUE SE COPIO EN ELLA Y PIDE CONFIRMACION.
003500* GENERACION CERO, NINGUN ARCHIVO ELEGIDO O UNA RESPUESTA
003510* DISTINTA DE "S" TERMINAN SIN TOCAR NADA.
003520*-----------------------------------------------------------
003530 2000-ELIGE-GENERACION.
003540     DISPLAY "===== RESTAURACION DE GENERACIONES =====".
003550     DISPLAY "  OPERADOR: " WFO-USUARIO "  ROL: " WFO-ROL.
003560     DISPLAY "  GEN.   FECHA NEG.  CORRIDA".
003570     MOVE ZERO TO WS-IDX WS-GEN-ANTERIOR.
003580     PERFORM 2100-MUESTRA-UNA THRU 2100-EXIT
003590         WS-CAT-TALLY TIMES.
003600     DISPLAY "  GENERACION A RESTAURAR (0 = SALIR): ".
003610     ACCEPT WS-GEN-CAP.
003620     IF WS-GEN-CAP = ZERO
003630         GO TO 9100-CANCELA
003640     END-IF.
003650     MOVE "N" TO WS-GEN-FOUND-SW.
003660     MOVE ZERO TO WS-IDX WS-ELEGIDOS.
003670     PERFORM 2200-PREGUNTA-ARCHIVO THRU 2200-EXIT
003680         WS-CAT-TALLY TIMES.
003690     IF NOT WS-GEN-FOUND
003700         DISPLAY "RESTAURA: LA GENERACION " WS-GEN-CAP
003710             " NO ESTA EN EL CATALOGO."
003720         GO TO 9100-CANCELA
003730     END-IF.
003740     IF WS-ELEGIDOS = ZERO
003750         GO TO 9100-CANCELA
003760     END-IF.
003770     MOVE WS-ELEGIDOS TO WS-ELEGIDOS-ED.
003780     DISPLAY "  SE REEMPLAZAN " WS-ELEGIDOS-ED " ARCHIVOS CON LA "
003790         "GENERACION " WS-GEN-CAP ". CONFIRMA (S/N): ".
003800     ACCEPT WS-RESPUESTA.
003810     IF WS-RESPUESTA NOT = "S"
003820         GO TO 9100-CANCELA
003830     END-IF.
003840 2000-EXIT.
003850     EXIT.
003860
003870 2100-MUESTRA-UNA.
003880     ADD 1 TO WS-IDX.
003890     IF WS-CAT-GENERACION (WS-IDX) = WS-GEN-ANTERIOR
003900         GO TO 2100-EXIT
003910     END-IF.
003920     MOVE WS-CAT-GENERACION (WS-IDX) TO WS-GEN-ANTERIOR.
003930     DISPLAY "  " WS-CAT-GENERACION (WS-IDX)
003940         "  " WS-CAT-FECHA (WS-IDX)
003950         "    " WS-CAT-TRABAJO (WS-IDX)
003960         " " WS-CAT-INICIO (WS-IDX).
003970 2100-EXIT.
003980     EXIT.
003990
004000 2200-PREGUNTA-ARCHIVO.
004010     ADD 1 TO WS-IDX.
004020     IF WS-CAT-GENERACION (WS-IDX) NOT = WS-GEN-CAP
004030         GO TO 2200-EXIT
004040     END-IF.
004050     SET WS-GEN-FOUND TO TRUE.
004060     IF WS-CAT-ESTADO (WS-IDX) NOT = "C"
004070         DISPLAY "  " WS-CAT-ARCHIVO (WS-IDX)
004080             " NO EXISTIA EN ESA GENERACION."
004090         GO TO 2200-EXIT
004100     END-IF.
004110     DISPLAY "  RESTAURAR " WS-CAT-ARCHIVO (WS-IDX) " ("
004120         WS-CAT-REGISTROS (WS-IDX) " RENGLONES) (S/N): ".
004130     ACCEPT WS-RESPUESTA.
004140     IF WS-RESPUESTA = "S"
004150         MOVE "S" TO WS-CAT-ELEGIDO (WS-IDX)
004160         ADD 1 TO WS-ELEGIDOS
004170     END-IF.
004180 2200-EXIT.
004190     EXIT.
004200
004210*-----------------------------------------------------------
004220* 4000-RESTAURA
004230* VUELVE A REVISAR RUN-CTL (PUDO ARRANCAR ALGO MIENTRAS SE
004240* CONTESTABA) Y COPIA CADA ARCHIVO ELEGIDO DE SU RANURA AL
004250* ARCHIVO VIVO.
004260*-----------------------------------------------------------
004270 4000-RESTAURA.
004280     PERFORM 1100-VERIFICA-ACTIVOS THRU 1100-EXIT.
004290     IF WS-HAY-ACTIVO
004300         GO TO 9000-RECHAZA
004310     END-IF.
004320     MOVE ZERO TO WS-IDX.
004330     PERFORM 4100-RESTAURA-UNO THRU 4100-EXIT
004340         WS-CAT-TALLY TIMES.
004350 4000-EXIT.
004360     EXIT.
004370
004380*-----------------------------------------------------------
004390* 4100-RESTAURA-UNO
004400* UN ARCHIVO DE RANURA QUE FALTA O NO ABRE ES UN FALLO DE
004410* ESE ARCHIVO: SE ANOTA Y SE SIGUE CON LOS DEMAS. LA RANURA
004420* SE COPIA PRIMERO A <ARCHIVO>.RST; EL ARCHIVO VIVO SOLO SE
004430* REEMPLAZA CUANDO ESA COPIA ESTA COMPLETA. UN ERROR DE
004440* ESCRITURA VA A 4900-FALLA-COPIA. SI LOS RENGLONES NO
004450* CUADRAN CON EL CATALOGO SE AVISA.
004460*-----------------------------------------------------------
004470 4100-RESTAURA-UNO.
004480     ADD 1 TO WS-IDX.
004490     IF WS-CAT-ELEGIDO (WS-IDX) NOT = "S"
004500         GO TO 4100-EXIT
004510     END-IF.
004520     MOVE ZERO TO WS-COPIA-REGS WS-TRABAJO-REGS.
004530     MOVE "FALLO" TO WS-RESULTADO.
004540     MOVE WS-CAT-RANURA (WS-IDX) TO WS-RANURA-X.
004550     MOVE SPACE TO WS-ORIGEN-NOMBRE WS-TRABAJO-NOMBRE
004560                   WS-VIVO-NOMBRE.
004570     STRING WS-CAT-ARCHIVO (WS-IDX) DELIMITED BY SPACE
004580         ".G" DELIMITED BY SIZE
004590         WS-RANURA-X DELIMITED BY SIZE
004600         ".DAT" DELIMITED BY SIZE
004610         INTO WS-ORIGEN-NOMBRE.
004620     STRING WS-CAT-ARCHIVO (WS-IDX) DELIMITED BY SPACE
004630         ".RST" DELIMITED BY SIZE
004640         INTO WS-TRABAJO-NOMBRE.
004650     STRING WS-CAT-ARCHIVO (WS-IDX) DELIMITED BY SPACE
004660         ".DAT" DELIMITED BY SIZE
004670         INTO WS-VIVO-NOMBRE.
004680
004690*    PRIMER PASO: RANURA A ARCHIVO DE TRABAJO. EL VIVO NO SE TOCA.
004700     MOVE WS-TRABAJO-NOMBRE TO WS-DESTINO-NOMBRE.
004710     OPEN INPUT ORIGEN.
004720     IF WS-ORI-STATUS NOT = "00"
004730         DISPLAY "RESTAURA: NO SE PUDO ABRIR " WS-ORIGEN-NOMBRE
004740             " " WS-ORI-STATUS
004750         GO TO 4100-ANOTA
004760     END-IF.
004770     OPEN OUTPUT DESTINO.
004780     IF WS-DES-STATUS NOT = "00"
004790         DISPLAY "RESTAURA: NO SE PUDO ABRIR " WS-DESTINO-NOMBRE
004800             " " WS-DES-STATUS
004810         CLOSE ORIGEN
004820         GO TO 4100-ANOTA
004830     END-IF.
004840     MOVE "N" TO WS-ORI-EOF-SW.
004850     PERFORM 4200-COPIA-RENGLON THRU 4200-EXIT
004860         UNTIL WS-ORI-EOF.
004870     CLOSE ORIGEN.
004880     CLOSE DESTINO.
004890     IF WS-DES-STATUS NOT = "00"
004900         DISPLAY "RESTAURA: ERROR AL CERRAR " WS-DESTINO-NOMBRE
004910             " " WS-DES-STATUS
004920         GO TO 4900-FALLA-COPIA
004930     END-IF.
004940     MOVE WS-COPIA-REGS TO WS-TRABAJO-REGS.
004950
004960*    SEGUNDO PASO: ARCHIVO DE TRABAJO SOBRE EL VIVO.
004970     MOVE ZERO TO WS-COPIA-REGS.
004980     MOVE WS-TRABAJO-NOMBRE TO WS-ORIGEN-NOMBRE.
004990     MOVE WS-VIVO-NOMBRE TO WS-DESTINO-NOMBRE.
005000     OPEN INPUT ORIGEN.
005010     IF WS-ORI-STATUS NOT = "00"
005020         DISPLAY "RESTAURA: NO SE PUDO ABRIR " WS-ORIGEN-NOMBRE
005030             " " WS-ORI-STATUS
005040         GO TO 4100-ANOTA
005050     END-IF.
005060     OPEN OUTPUT DESTINO.
005070     IF WS-DES-STATUS NOT = "00"
005080         DISPLAY "RESTAURA: NO SE PUDO ABRIR " WS-DESTINO-NOMBRE
005090             " " WS-DES-STATUS
005100         CLOSE ORIGEN
005110         GO TO 4100-ANOTA
005120     END-IF.
005130     MOVE "N" TO WS-ORI-EOF-SW.
005140     PERFORM 4200-COPIA-RENGLON THRU 4200-EXIT
005150         UNTIL WS-ORI-EOF.
005160     CLOSE ORIGEN.
005170     CLOSE DESTINO.
005180     IF WS-DES-STATUS NOT = "00"
005190         DISPLAY "RESTAURA: ERROR AL CERRAR " WS-DESTINO-NOMBRE
005200             " " WS-DES-STATUS
005210         GO TO 4900-FALLA-COPIA
005220     END-IF.
005230     IF WS-COPIA-REGS NOT = WS-TRABAJO-REGS
005240         DISPLAY "RESTAURA: " WS-DESTINO-NOMBRE " QUEDO CON "
005250             WS-COPIA-REGS " DE " WS-TRABAJO-REGS " RENGLONES."
005260         GO TO 4900-FALLA-COPIA
005270     END-IF.
005280*    EL ARCHIVO DE TRABAJO SE VACIA.
005290     OPEN OUTPUT ORIGEN.
005300     CLOSE ORIGEN.
005310     MOVE "RESTAURADO" TO WS-RESULTADO.
005320     ADD 1 TO WS-RESTAURADOS.
005330     DISPLAY "RESTAURA: " WS-CAT-ARCHIVO (WS-IDX) " RESTAURADO, "
005340         WS-COPIA-REGS " RENGLONES.".
005350     IF WS-COPIA-REGS NOT = WS-CAT-REGISTROS (WS-IDX)
005360         DISPLAY "RESTAURA: AVISO: EL CATALOGO DICE "
005370             WS-CAT-REGISTROS (WS-IDX) " RENGLONES."
005380     END-IF.
005390 4100-ANOTA.
005400     IF WS-RESULTADO NOT = "RESTAURADO"
005410         SET WS-HUBO-FALLO TO TRUE
005420     END-IF.
005430     PERFORM 7000-GRABA-BITACORA THRU 7000-EXIT.
005440 4100-EXIT.
005450     EXIT.
005460
005470 4200-COPIA-RENGLON.
005480     READ ORIGEN
005490         AT END
005500             SET WS-ORI-EOF TO TRUE
005510             GO TO 4200-EXIT
005520     END-READ.
005530     WRITE DES-RECORD FROM ORI-RECORD.
005540     IF WS-DES-STATUS NOT = "00"
005550         DISPLAY "RESTAURA: ERROR AL GRABAR " WS-DESTINO-NOMBRE
005560             " " WS-DES-STATUS
005570         CLOSE ORIGEN DESTINO
005580         GO TO 4900-FALLA-COPIA
005590     END-IF.
005600     ADD 1 TO WS-COPIA-REGS.
005610 4200-EXIT.
005620     EXIT.
005630
005640*-----------------------------------------------------------
005650* 4900-FALLA-COPIA
005660* LA COPIA QUEDO INCOMPLETA. SE ANOTA EL ARCHIVO COMO NO
005670* RESTAURADO Y SE TERMINA SIN SEGUIR CON LOS DEMAS. SI LA
005680* FALLA FUE SOBRE EL ARCHIVO VIVO, LA COPIA COMPLETA QUEDA EN
005690* <ARCHIVO>.RST.
005700*-----------------------------------------------------------
005710 4900-FALLA-COPIA.
005720     MOVE "FALLO" TO WS-RESULTADO.
005730     SET WS-HUBO-FALLO TO TRUE.
005740     PERFORM 7000-GRABA-BITACORA THRU 7000-EXIT.
005750     DISPLAY "RESTAURA: " WS-CAT-ARCHIVO (WS-IDX)
005760         " NO SE RESTAURO.".
005770     IF WS-DESTINO-NOMBRE = WS-VIVO-NOMBRE
005780         DISPLAY "RESTAURA: LA COPIA COMPLETA ESTA EN "
005790             WS-TRABAJO-NOMBRE
005800     END-IF.
005810     GO TO 9999-ABEND.
005820
005830*-----------------------------------------------------------
005840* 7000-GRABA-BITACORA
005850* AGREGA EL RENGLON DEL ARCHIVO A RESTAURA-LOG.DAT.
005860*-----------------------------------------------------------
005870 7000-GRABA-BITACORA.
005880     PERFORM 7600-BUILD-TIMESTAMP THRU 7600-EXIT.
005890     OPEN EXTEND RESTAURA-LOG.
005900     IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
005910         OPEN OUTPUT RESTAURA-LOG
005920     END-IF.
005930     IF WS-LOG-STATUS NOT = "00"
005940         DISPLAY "RESTAURA: NO SE PUDO ABRIR RESTAURA-LOG.DAT "
005950             WS-LOG-STATUS
005960         GO TO 9999-ABEND
005970     END-IF.
005980     MOVE SPACE TO RLG-RECORD.
005990     MOVE WS-TIMESTAMP-DISPLAY     TO RLG-FECHA-HORA.
006000     MOVE WFO-USUARIO              TO RLG-USUARIO.
006010     MOVE WS-CAT-GENERACION (WS-IDX) TO RLG-GENERACION.
006020     MOVE WS-CAT-FECHA (WS-IDX)    TO RLG-FECHA-NEG.
006030     MOVE WS-CAT-ARCHIVO (WS-IDX)  TO RLG-ARCHIVO.
006040     MOVE WS-COPIA-REGS            TO RLG-REGISTROS.
006050     MOVE WS-RESULTADO             TO RLG-RESULTADO.
006060     WRITE RLG-RECORD.
006070     CLOSE RESTAURA-LOG.
006080 7000-EXIT.
006090     EXIT.
006100
006110 7600-BUILD-TIMESTAMP.
006120     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
006130     MOVE WTS-DATE (1:4)  TO WTD-YEAR.
006140     MOVE WTS-DATE (5:2)  TO WTD-MONTH.
006150     MOVE WTS-DATE (7:2)  TO WTD-DAY.
006160     MOVE WTS-TIME (1:2)  TO WTD-HOUR.
006170     MOVE WTS-TIME (3:2)  TO WTD-MIN.
006180     MOVE WTS-TIME (5:2)  TO WTD-SEC.
006190 7600-EXIT.
006200     EXIT.
006210
006220*-----------------------------------------------------------
006230* 8000-TERMINATE
006240*-----------------------------------------------------------
006250 8000-TERMINATE.
006260     DISPLAY "RESTAURA: " WS-RESTAURADOS " ARCHIVOS RESTAURADOS "
006270         "A LA GENERACION " WS-GEN-CAP ".".
006280     IF WS-HUBO-FALLO
006290         DISPLAY "RESTAURA: HUBO ARCHIVOS QUE NO SE RESTAURARON, "
006300             "VEA RESTAURA-LOG.DAT."
006310         MOVE 8 TO RETURN-CODE
006320     ELSE
006330         MOVE ZERO TO RETURN-CODE
006340     END-IF.
006350 8000-EXIT.
006360     EXIT.
006370
006380*-----------------------------------------------------------
006390* 9000-RECHAZA
006400* HAY TRABAJOS EN EJECUCION: NO SE TOCA NINGUN ARCHIVO.
006410*-----------------------------------------------------------
006420 9000-RECHAZA.
006430     DISPLAY "RESTAURA: HAY TRABAJOS EN EJECUCION EN RUN-CTL, NO "
006440         "SE RESTAURA.".
006450     MOVE 12 TO RETURN-CODE.
006460     GOBACK.
006470
006480*-----------------------------------------------------------
006490* 9100-CANCELA
006500* EL SUPERVISOR NO ELIGIO NADA: TERMINA SIN CAMBIOS.
006510*-----------------------------------------------------------
006520 9100-CANCELA.
006530     DISPLAY "RESTAURA: CANCELADO, NO SE RESTAURO NADA.".
006540     MOVE ZERO TO RETURN-CODE.
006550     GOBACK.
006560
006570*-----------------------------------------------------------
006580* 9999-ABEND
006590* TERMINACION ANORMAL POR ERROR DE ARCHIVO.
006600*-----------------------------------------------------------
006610 9999-ABEND.
006620     DISPLAY "RESTAURA: TERMINACION ANORMAL.".
006630     MOVE 16 TO RETURN-CODE.
006640     GOBACK.
006650
006660 END PROGRAM RESTAURA.
