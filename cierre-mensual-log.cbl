000220*                   CONCILIA SE REBASA AL NUEVO TAMANO DE
000230*                   LA BITACORA PARA QUE LA CONCILIACION
000240*                   SIGA CUADRANDO DESPUES DEL CIERRE.
000250* 2026-10-15  JA    EL MES A CERRAR SALE DE LA FECHA DE
000260*                   NEGOCIO DE FECHA-NEG.DAT (VIA FECNEG):
000270*                   EN EL PRIMER DIA HABIL DE UN MES SE
000280*                   CIERRA EL MES DE LA FECHA ANTERIOR; LOS
000290*                   DEMAS DIAS NO HAY MES QUE CERRAR Y SE
000300*                   TERMINA SIN TOCAR NADA, PARA QUE LA
000310*                   MALLA LO PUEDA CORRER TODAS LAS NOCHES.
000320*                   SOLO SIN FECHA-NEG.DAT SE PIDE EL MES
000330*                   COMO ANTES.
000340* 2026-10-15  JA    LAS CORRIDAS DE RUN-CTL SE CUENTAN EN LA
000350*                   FECHA DE NEGOCIO QUE RUNCTL ANOTA EN EL
000360*                   RENGLON (CTL-FECHA-NEG), IGUAL QUE LA
000370*                   BITACORA, Y NO EN EL DIA DEL RELOJ. LOS
000380*                   RENGLONES DE ANTES DE ESE CAMPO SE CUENTAN
000390*                   EN EL DIA DE SU INICIO, COMO ANTES. EL
000400*                   REGISTRO DE RUN-CTL SE LEE ENTERO.
000410*-----------------------------------------------------------
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. GENERICO.
000460 OBJECT-COMPUTER. GENERICO.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT FECHAS-LOG ASSIGN TO "FECHAS-LOG.DAT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-LOG-STATUS.
000530
000540*    EL NOMBRE REAL SE ARMA EN WS-ARC-NAME CON EL MES QUE
000550*    SE CIERRA: FECHAS-LOG-AAAAMM.DAT.
000560     SELECT FECHAS-ARC ASSIGN USING WS-ARC-NAME
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-ARC-STATUS.
000590
000600*    ARCHIVO DE PASO PARA LOS RENGLONES QUE NO SON DEL MES
000610*    CERRADO Y DEBEN QUEDARSE EN LA BITACORA VIVA.
000620     SELECT FECHAS-LGT ASSIGN TO "FECHAS-LGT.DAT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-LGT-STATUS.
000650
000660     SELECT FECHAS-EST ASSIGN TO "FECHAS-EST.DAT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-EST-STATUS.
000690
000700     SELECT FECHAS-ERP ASSIGN TO "FECHAS-EST-RPT.DAT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-ERP-STATUS.
000730
000740     SELECT RUN-CTL ASSIGN TO "RUN-CTL.DAT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-CTL-STATUS.
000770
000780     SELECT CONCILIA-HWM ASSIGN TO "CONCILIA-HWM.DAT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-HWM-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  FECHAS-LOG.
000850 01  LOG-RECORD                  PIC X(80).
000860
000870 FD  FECHAS-ARC.
000880 01  ARC-RECORD                  PIC X(80).
000890
000900 FD  FECHAS-LGT.
000910 01  LGT-RECORD                  PIC X(80).
000920
000930*-----------------------------------------------------------
000940* EST-RECORD: UNA LINEA POR DIA Y MODO. EL ARCHIVO SE ABRE
000950* EN EXTEND CADA CIERRE, ASI QUE ACUMULA LA HISTORIA DE
000960* TODOS LOS MESES Y PERMITE VER EL CRECIMIENTO DEL VOLUMEN
000970* SIN RELEER LOS ARCHIVOS MUERTOS.
000980*-----------------------------------------------------------
000990 FD  FECHAS-EST.
001000 01  EST-RECORD.
001010     05 EST-FECHA                PIC 9(08).
001020     05 FILLER                   PIC X(01).
001030     05 EST-MODE                 PIC X(01).
001040     05 FILLER                   PIC X(01).
001050     05 EST-RUNS                 PIC 9(05).
001060     05 FILLER                   PIC X(01).
001070     05 EST-RECORDS              PIC 9(07).
001080     05 FILLER                   PIC X(01).
001090     05 EST-REJECTS              PIC 9(07).
001100     05 FILLER                   PIC X(01).
001110     05 EST-MIN                  PIC S9(07)
001120        SIGN IS TRAILING SEPARATE CHARACTER.
001130     05 FILLER                   PIC X(01).
001140     05 EST-MAX                  PIC S9(07)
001150        SIGN IS TRAILING SEPARATE CHARACTER.
001160     05 FILLER                   PIC X(01).
001170     05 EST-AVG                  PIC S9(07)
001180        SIGN IS TRAILING SEPARATE CHARACTER.
001190
001200 FD  FECHAS-ERP.
001210 01  ERP-RECORD                  PIC X(100).
001220
001230 FD  RUN-CTL.
001240 01  CTL-RECORD.
001250     05 CTL-TRABAJO              PIC X(08).
001260     05 FILLER                   PIC X(01).
001270     05 CTL-INICIO               PIC X(19).
001280     05 FILLER                   PIC X(01).
001290     05 CTL-FIN                  PIC X(19).
001300     05 FILLER                   PIC X(01).
001310     05 CTL-ESTADO               PIC X(08).
001320     05 FILLER                   PIC X(01).
001330     05 CTL-REGISTROS            PIC 9(07).
001340     05 FILLER                   PIC X(01).
001350     05 CTL-RETCODE              PIC 9(03).
001360     05 FILLER                   PIC X(01).
001370     05 CTL-OPERADOR             PIC X(08).
001380     05 FILLER                   PIC X(01).
001390     05 CTL-MOTIVO               PIC X(40).
001400     05 FILLER                   PIC X(01).
001410     05 CTL-FECHA-NEG            PIC X(08).
001420
001430 FD  CONCILIA-HWM.
001440 01  HWM-RECORD.
001450     05 HWM-LOG-COUNT            PIC 9(07).
001460
001470 WORKING-STORAGE SECTION.
001480*-----------------------------------------------------------
001490* INDICADORES DE ESTADO DE ARCHIVO
001500*-----------------------------------------------------------
001510 01  WS-FILE-STATUSES.
001520     05 WS-LOG-STATUS            PIC X(02) VALUE "00".
001530     05 WS-ARC-STATUS            PIC X(02) VALUE "00".
001540     05 WS-LGT-STATUS            PIC X(02) VALUE "00".
001550     05 WS-EST-STATUS            PIC X(02) VALUE "00".
001560     05 WS-ERP-STATUS            PIC X(02) VALUE "00".
001570     05 WS-CTL-STATUS            PIC X(02) VALUE "00".
001580     05 WS-HWM-STATUS            PIC X(02) VALUE "00".
001590
001600*-----------------------------------------------------------
001610* SWITCHES
001620*-----------------------------------------------------------
001630 01  WS-SWITCHES.
001640     05 WS-EOF-SW                PIC X(01) VALUE "N".
001650        88 WS-EOF                          VALUE "Y".
001660     05 WS-SIN-CIERRE-SW         PIC X(01) VALUE "N".
001670        88 WS-SIN-CIERRE                   VALUE "Y".
001680
001690*-----------------------------------------------------------
001700* CONTADORES Y CAMPOS DE TRABAJO
001710*-----------------------------------------------------------
001720 77  WS-ARC-NAME                 PIC X(22) VALUE SPACE.
001730 77  WS-LEIDOS                   PIC 9(07) COMP VALUE ZERO.
001740 77  WS-ARCHIVADOS               PIC 9(07) COMP VALUE ZERO.
001750 77  WS-CONSERVADOS              PIC 9(07) COMP VALUE ZERO.
001760 77  WS-AGR-TALLY                PIC 9(03) COMP VALUE ZERO.
001770 77  WS-IDX                      PIC 9(03) COMP VALUE ZERO.
001780 77  WS-POS                      PIC 9(03) COMP VALUE ZERO.
001790 77  WS-LINE-FECHA               PIC 9(08) VALUE ZERO.
001800 77  WS-ACEPTADOS                PIC 9(07) COMP VALUE ZERO.
001810 77  WS-AVG-WORK                 PIC S9(07) VALUE ZERO.
001820
001830 01  WS-MES-CAP                  PIC X(06) VALUE SPACE.
001840 01  WS-MES-CAP-R REDEFINES WS-MES-CAP.
001850     05 WMC-ANO                  PIC 9(04).
001860     05 WMC-MES                  PIC 9(02).
001870
001880*-----------------------------------------------------------
001890* AREA DE COMUNICACION CON EL SUBPROGRAMA FECNEG
001900*-----------------------------------------------------------
001910 01  WS-FECNEG-PARAM.
001920     05 WFN-FUNCION              PIC X(03).
001930     05 WFN-ACTUAL               PIC 9(08).
001940     05 WFN-ACTUAL-R REDEFINES WFN-ACTUAL.
001950        10 WFN-ACT-MES           PIC X(06).
001960        10 FILLER                PIC X(02).
001970     05 WFN-ANTERIOR             PIC 9(08).
001980     05 WFN-ANTERIOR-R REDEFINES WFN-ANTERIOR.
001990        10 WFN-ANT-MES           PIC X(06).
002000        10 FILLER                PIC X(02).
002010     05 WFN-SIGUIENTE            PIC 9(08).
002020     05 WFN-MALLA                PIC 9(08).
002030     05 WFN-RESULT               PIC X(02).
002040
002050*-----------------------------------------------------------
002060* VISTA DEL RENGLON DE BITACORA. DEBE SEGUIR LA MISMA TRAZA
002070* QUE WS-LOG-LINE EN EL PROGRAMA FECHAS.
002080*-----------------------------------------------------------
002090 01  WS-LOG-VIEW.
002100     05 WLV-STAMP                PIC X(26).
002110     05 FILLER                   PIC X(01).
002120     05 WLV-MODE                 PIC X(01).
002130     05 FILLER                   PIC X(01).
002140     05 WLV-FECH1                PIC X(08).
002150     05 FILLER                   PIC X(01).
002160     05 WLV-FECH2                PIC X(08).
002170     05 FILLER                   PIC X(01).
002180     05 WLV-RESULTADO            PIC S9(07)
002190        SIGN IS TRAILING SEPARATE CHARACTER.
002200     05 FILLER                   PIC X(01).
002210     05 WLV-ESTADO               PIC X(01).
002220     05 FILLER                   PIC X(01).
002230     05 WLV-RESUB                PIC X(01).
002240     05 FILLER                   PIC X(17).
002250
002260*-----------------------------------------------------------
002270* TABLA DE AGREGADOS DEL MES: UNA ENTRADA POR DIA Y MODO.
002280* 31 DIAS POR UN PUNADO DE MODOS CABEN DE SOBRA EN 200.
002290*-----------------------------------------------------------
002300 01  WS-AGR-TABLE.
002310     05 WS-AGR-ENTRY             OCCURS 200 TIMES.
002320         10 WS-AGR-FECHA         PIC 9(08).
002330         10 WS-AGR-MODE          PIC X(01).
002340         10 WS-AGR-RUNS          PIC 9(05).
002350         10 WS-AGR-RECORDS       PIC 9(07).
002360         10 WS-AGR-REJECTS       PIC 9(07).
002370         10 WS-AGR-MIN           PIC S9(07).
002380         10 WS-AGR-MAX           PIC S9(07).
002390         10 WS-AGR-SUM           PIC S9(13).
002400
002410*-----------------------------------------------------------
002420* RENGLONES DEL REPORTE DE ESTADISTICAS
002430*-----------------------------------------------------------
002440 01  WS-ERP-DET.
002450     05 WED-FECHA                PIC 9(08).
002460     05 FILLER                   PIC X(03) VALUE SPACE.
002470     05 WED-MODE                 PIC X(01).
002480     05 FILLER                   PIC X(02) VALUE SPACE.
002490     05 WED-RUNS                 PIC ZZZZ9.
002500     05 FILLER                   PIC X(02) VALUE SPACE.
002510     05 WED-RECORDS              PIC ZZZZZZ9.
002520     05 FILLER                   PIC X(02) VALUE SPACE.
002530     05 WED-REJECTS              PIC ZZZZZZ9.
002540     05 FILLER                   PIC X(02) VALUE SPACE.
002550     05 WED-MIN                  PIC ZZZZZZ9-.
002560     05 FILLER                   PIC X(01) VALUE SPACE.
002570     05 WED-MAX                  PIC ZZZZZZ9-.
002580     05 FILLER                   PIC X(01) VALUE SPACE.
002590     05 WED-AVG                  PIC ZZZZZZ9-.
002600     05 FILLER                   PIC X(35) VALUE SPACE.
002610
002620 01  WS-ERP-TEXT                 PIC X(100) VALUE SPACE.
002630
002640 PROCEDURE DIVISION.
002650*-----------------------------------------------------------
002660* 0000-MAINLINE
002670* PIDE EL MES A CERRAR, SEPARA LA BITACORA, AGREGA LAS
002680* ESTADISTICAS Y DEJA LA BITACORA VIVA SIN ESE MES.
002690*-----------------------------------------------------------
002700 0000-MAINLINE.
002710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002720     IF WS-SIN-CIERRE
002730         MOVE ZERO TO RETURN-CODE
002740         GOBACK
002750     END-IF.
002760     PERFORM 2000-SEPARA-LOG THRU 2000-EXIT.
002770     PERFORM 3000-CUENTA-CORRIDAS THRU 3000-EXIT.
002780     PERFORM 4000-GRABA-ESTADISTICAS THRU 4000-EXIT.
002790     PERFORM 5000-REESCRIBE-LOG THRU 5000-EXIT.
002800     PERFORM 6000-REBASA-MARCA THRU 6000-EXIT.
002810     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002820     GOBACK.
002830
002840*-----------------------------------------------------------
002850* 1000-INITIALIZE
002860* DETERMINA Y VALIDA EL MES A CERRAR (AAAAMM) Y ARMA EL
002870* NOMBRE DEL ARCHIVO MUERTO DE ESE MES. CON FECHA DE
002880* NEGOCIO EL MES SE DECIDE SOLO (1100); SIN ELLA SE PIDE.
002890*-----------------------------------------------------------
002900 1000-INITIALIZE.
002910     MOVE "N" TO WS-EOF-SW WS-SIN-CIERRE-SW.
002920     MOVE ZERO TO WS-LEIDOS WS-ARCHIVADOS WS-CONSERVADOS
002930         WS-AGR-TALLY.
002940     MOVE "CON" TO WFN-FUNCION.
002950     CALL "FECNEG" USING WS-FECNEG-PARAM.
002960     CANCEL "FECNEG".
002970     IF WFN-RESULT = "00"
002980         PERFORM 1100-MES-DE-NEGOCIO THRU 1100-EXIT
002990         IF WS-SIN-CIERRE
003000             GO TO 1000-EXIT
003010         END-IF
003020     ELSE
003030         DISPLAY "LOGMES: SIN FECHA-NEG.DAT."
003040         DISPLAY "LOGMES: MES A CERRAR (AAAAMM): "
003050         ACCEPT WS-MES-CAP
003060     END-IF.
003070     IF WS-MES-CAP NOT NUMERIC
003080         OR WMC-MES < 01 OR WMC-MES > 12
003090         OR WMC-ANO < 1601
003100         DISPLAY "LOGMES: MES NO VALIDO: " WS-MES-CAP
003110         GO TO 9999-ABEND
003120     END-IF.
003130
003140     MOVE SPACE TO WS-ARC-NAME.
003150     STRING "FECHAS-LOG-" DELIMITED BY SIZE
003160         WS-MES-CAP DELIMITED BY SIZE
003170         ".DAT" DELIMITED BY SIZE
003180         INTO WS-ARC-NAME.
003190 1000-EXIT.
003200     EXIT.
003210
003220*-----------------------------------------------------------
003230* 1100-MES-DE-NEGOCIO
003240* EL MES SE CIERRA EN EL PRIMER DIA HABIL DEL MES SIGUIENTE,
003250* CUANDO TODAS LAS CORRIDAS DEL MES QUE TERMINA YA DEJARON
003260* SU RENGLON EN LA BITACORA, SEA CUAL SEA EL ORDEN DE LOS
003270* PASOS DE LA NOCHE.
003280*-----------------------------------------------------------
003290 1100-MES-DE-NEGOCIO.
003300     IF WFN-ACT-MES = WFN-ANT-MES
003310         DISPLAY "LOGMES: FECHA DE NEGOCIO " WFN-ACTUAL
003320             ", NO HAY MES QUE CERRAR."
003330         SET WS-SIN-CIERRE TO TRUE
003340         GO TO 1100-EXIT
003350     END-IF.
003360     MOVE WFN-ANT-MES TO WS-MES-CAP.
003370     DISPLAY "LOGMES: FECHA DE NEGOCIO " WFN-ACTUAL
003380         ", SE CIERRA EL MES " WS-MES-CAP.
003390 1100-EXIT.
003400     EXIT.
003410
003420*-----------------------------------------------------------
003430* 2000-SEPARA-LOG
003440* LEE LA BITACORA COMPLETA: LOS RENGLONES DEL MES CERRADO
003450* SE ACUMULAN Y SE COPIAN AL ARCHIVO MUERTO, EL RESTO SE
003460* COPIA AL ARCHIVO DE PASO PARA REGRESARLO DESPUES A LA
003470* BITACORA VIVA.
003480*-----------------------------------------------------------
003490 2000-SEPARA-LOG.
003500     OPEN INPUT FECHAS-LOG.
003510     IF WS-LOG-STATUS NOT = "00"
003520         DISPLAY "LOGMES: NO SE PUDO ABRIR FECHAS-LOG.DAT "
003530             WS-LOG-STATUS
003540         GO TO 9999-ABEND
003550     END-IF.
003560*    EN EXTEND PARA NO PERDER LO ARCHIVADO SI EL CIERRE SE
003570*    REPITE EN EL MISMO MES.
003580     OPEN EXTEND FECHAS-ARC.
003590     IF WS-ARC-STATUS = "05" OR WS-ARC-STATUS = "35"
003600         OPEN OUTPUT FECHAS-ARC
003610     END-IF.
003620     IF WS-ARC-STATUS NOT = "00"
003630         DISPLAY "LOGMES: NO SE PUDO ABRIR " WS-ARC-NAME
003640             " " WS-ARC-STATUS
003650         GO TO 9999-ABEND
003660     END-IF.
003670     OPEN OUTPUT FECHAS-LGT.
003680     IF WS-LGT-STATUS NOT = "00"
003690         DISPLAY "LOGMES: NO SE PUDO ABRIR FECHAS-LGT.DAT "
003700             WS-LGT-STATUS
003710         GO TO 9999-ABEND
003720     END-IF.
003730
003740     PERFORM 2900-LEE-LOG THRU 2900-EXIT.
003750     PERFORM 2100-CLASIFICA-RENGLON THRU 2100-EXIT
003760         UNTIL WS-EOF.
003770
003780     CLOSE FECHAS-LOG.
003790     CLOSE FECHAS-ARC.
003800     CLOSE FECHAS-LGT.
003810 2000-EXIT.
003820     EXIT.
003830
003840*-----------------------------------------------------------
003850* 2100-CLASIFICA-RENGLON
003860* EL MES DEL RENGLON SE TOMA DE LA MARCA DE TIEMPO
003870* (AAAA-MM-DD ...). LO QUE NO TRAIGA UNA MARCA LEGIBLE SE
003880* CONSERVA EN LA BITACORA VIVA PARA NO PERDER NADA.
003890*-----------------------------------------------------------
003900 2100-CLASIFICA-RENGLON.
003910     ADD 1 TO WS-LEIDOS.
003920     MOVE LOG-RECORD TO WS-LOG-VIEW.
003930     IF WLV-STAMP (1:4) = WS-MES-CAP (1:4)
003940         AND WLV-STAMP (6:2) = WS-MES-CAP (5:2)
003950         AND WLV-STAMP (9:2) NUMERIC
003960         PERFORM 2200-ACUMULA THRU 2200-EXIT
003970         WRITE ARC-RECORD FROM LOG-RECORD
003980         ADD 1 TO WS-ARCHIVADOS
003990     ELSE
004000         WRITE LGT-RECORD FROM LOG-RECORD
004010         ADD 1 TO WS-CONSERVADOS
004020     END-IF.
004030     PERFORM 2900-LEE-LOG THRU 2900-EXIT.
004040 2100-EXIT.
004050     EXIT.
004060
004070*-----------------------------------------------------------
004080* 2200-ACUMULA
004090* SUMA EL RENGLON EN LA ENTRADA DE SU DIA Y MODO. EL MIN,
004100* MAX Y PROMEDIO SOLO TOMAN RENGLONES ACEPTADOS; LOS
004110* RECHAZADOS SOLO SE CUENTAN.
004120*-----------------------------------------------------------
004130 2200-ACUMULA.
004140     MOVE WLV-STAMP (1:4) TO WS-LINE-FECHA (1:4).
004150     MOVE WLV-STAMP (6:2) TO WS-LINE-FECHA (5:2).
004160     MOVE WLV-STAMP (9:2) TO WS-LINE-FECHA (7:2).
004170     PERFORM 2300-BUSCA-ENTRADA THRU 2300-EXIT.
004180
004190     ADD 1 TO WS-AGR-RECORDS (WS-POS).
004200     IF WLV-ESTADO = "R"
004210         ADD 1 TO WS-AGR-REJECTS (WS-POS)
004220     ELSE
004230         ADD WLV-RESULTADO TO WS-AGR-SUM (WS-POS)
004240         IF WS-AGR-RECORDS (WS-POS) - WS-AGR-REJECTS (WS-POS)
004250             = 1
004260             MOVE WLV-RESULTADO TO WS-AGR-MIN (WS-POS)
004270                 WS-AGR-MAX (WS-POS)
004280         ELSE
004290             IF WLV-RESULTADO < WS-AGR-MIN (WS-POS)
004300                 MOVE WLV-RESULTADO TO WS-AGR-MIN (WS-POS)
004310             END-IF
004320             IF WLV-RESULTADO > WS-AGR-MAX (WS-POS)
004330                 MOVE WLV-RESULTADO TO WS-AGR-MAX (WS-POS)
004340             END-IF
004350         END-IF
004360     END-IF.
004370 2200-EXIT.
004380     EXIT.
004390
004400*-----------------------------------------------------------
004410* 2300-BUSCA-ENTRADA
004420* LOCALIZA (O CREA) LA ENTRADA DE WS-LINE-FECHA Y WLV-MODE
004430* Y DEJA SU POSICION EN WS-POS.
004440*-----------------------------------------------------------
004450 2300-BUSCA-ENTRADA.
004460     MOVE ZERO TO WS-POS WS-IDX.
004470     PERFORM 2310-COMPARA-ENTRADA THRU 2310-EXIT
004480         WS-AGR-TALLY TIMES.
004490     IF WS-POS > ZERO
004500         GO TO 2300-EXIT
004510     END-IF.
004520     IF WS-AGR-TALLY >= 200
004530         DISPLAY "LOGMES: TABLA DE AGREGADOS LLENA."
004540         GO TO 9999-ABEND
004550     END-IF.
004560     ADD 1 TO WS-AGR-TALLY.
004570     MOVE WS-AGR-TALLY TO WS-POS.
004580     MOVE WS-LINE-FECHA TO WS-AGR-FECHA (WS-POS).
004590     MOVE WLV-MODE      TO WS-AGR-MODE (WS-POS).
004600     MOVE ZERO TO WS-AGR-RUNS (WS-POS)
004610         WS-AGR-RECORDS (WS-POS) WS-AGR-REJECTS (WS-POS)
004620         WS-AGR-MIN (WS-POS) WS-AGR-MAX (WS-POS)
004630         WS-AGR-SUM (WS-POS).
004640 2300-EXIT.
004650     EXIT.
004660
004670 2310-COMPARA-ENTRADA.
004680     ADD 1 TO WS-IDX.
004690     IF WS-AGR-FECHA (WS-IDX) = WS-LINE-FECHA
004700         AND WS-AGR-MODE (WS-IDX) = WLV-MODE
004710         MOVE WS-IDX TO WS-POS
004720     END-IF.
004730 2310-EXIT.
004740     EXIT.
004750
004760 2900-LEE-LOG.
004770     READ FECHAS-LOG
004780         AT END
004790             SET WS-EOF TO TRUE
004800     END-READ.
004810 2900-EXIT.
004820     EXIT.
004830
004840*-----------------------------------------------------------
004850* 3000-CUENTA-CORRIDAS
004860* CUENTA EN CADA ENTRADA LAS CORRIDAS DE FECHAS DE ESE DIA
004870* DE NEGOCIO SEGUN RUN-CTL.DAT (CTL-FECHA-NEG; EN LOS
004880* RENGLONES QUE NO LA TRAEN, EL DIA EN QUE INICIARON). EL
004890* NUMERO ES POR DIA, ASI QUE SE REPITE EN CADA MODO DEL
004900* MISMO DIA.
004910*-----------------------------------------------------------
004920 3000-CUENTA-CORRIDAS.
004930     OPEN INPUT RUN-CTL.
004940     IF WS-CTL-STATUS NOT = "00"
004950         GO TO 3000-EXIT
004960     END-IF.
004970     MOVE "N" TO WS-EOF-SW.
004980     PERFORM 3900-LEE-CORRIDA THRU 3900-EXIT.
004990     PERFORM 3100-SUMA-CORRIDA THRU 3100-EXIT
005000         UNTIL WS-EOF.
005010     CLOSE RUN-CTL.
005020 3000-EXIT.
005030     EXIT.
005040
005050 3100-SUMA-CORRIDA.
005060     IF CTL-TRABAJO NOT = "FECHAS"
005070         GO TO 3100-SIGUIENTE
005080     END-IF.
005090     IF CTL-FECHA-NEG IS NUMERIC
005100         MOVE CTL-FECHA-NEG     TO WS-LINE-FECHA
005110     ELSE
005120         MOVE CTL-INICIO (1:4)  TO WS-LINE-FECHA (1:4)
005130         MOVE CTL-INICIO (6:2)  TO WS-LINE-FECHA (5:2)
005140         MOVE CTL-INICIO (9:2)  TO WS-LINE-FECHA (7:2)
005150     END-IF.
005160     MOVE ZERO TO WS-IDX.
005170     PERFORM 3110-SUMA-ENTRADA THRU 3110-EXIT
005180         WS-AGR-TALLY TIMES.
005190 3100-SIGUIENTE.
005200     PERFORM 3900-LEE-CORRIDA THRU 3900-EXIT.
005210 3100-EXIT.
005220     EXIT.
005230
005240 3110-SUMA-ENTRADA.
005250     ADD 1 TO WS-IDX.
005260     IF WS-AGR-FECHA (WS-IDX) = WS-LINE-FECHA
005270         ADD 1 TO WS-AGR-RUNS (WS-IDX)
005280     END-IF.
005290 3110-EXIT.
005300     EXIT.
005310
005320 3900-LEE-CORRIDA.
005330     READ RUN-CTL
005340         AT END
005350             SET WS-EOF TO TRUE
005360     END-READ.
005370 3900-EXIT.
005380     EXIT.
005390
005400*-----------------------------------------------------------
005410* 4000-GRABA-ESTADISTICAS
005420* AGREGA LAS LINEAS DEL MES AL ARCHIVO ACUMULADO DE
005430* ESTADISTICAS Y EMITE EL REPORTE DEL CIERRE.
005440*-----------------------------------------------------------
005450 4000-GRABA-ESTADISTICAS.
005460     OPEN EXTEND FECHAS-EST.
005470     IF WS-EST-STATUS = "05" OR WS-EST-STATUS = "35"
005480         OPEN OUTPUT FECHAS-EST
005490     END-IF.
005500     IF WS-EST-STATUS NOT = "00"
005510         DISPLAY "LOGMES: NO SE PUDO ABRIR FECHAS-EST.DAT "
005520             WS-EST-STATUS
005530         GO TO 9999-ABEND
005540     END-IF.
005550     OPEN OUTPUT FECHAS-ERP.
005560     IF WS-ERP-STATUS NOT = "00"
005570         DISPLAY "LOGMES: NO SE PUDO ABRIR "
005580             "FECHAS-EST-RPT.DAT " WS-ERP-STATUS
005590         GO TO 9999-ABEND
005600     END-IF.
005610
005620     MOVE SPACE TO WS-ERP-TEXT.
005630     STRING "CIERRE MENSUAL DE BITACORA - MES "
005640         DELIMITED BY SIZE
005650         WS-MES-CAP DELIMITED BY SIZE
005660         INTO WS-ERP-TEXT.
005670     WRITE ERP-RECORD FROM WS-ERP-TEXT.
005680*    EL ENCABEZADO SE ARMA EN DOS MOVIMIENTOS PARA QUE CADA
005690*    TITULO CAIGA SOBRE SU COLUMNA DE WS-ERP-DET (MIN EN
005700*    40-47, MAX EN 49-56, PROM EN 58-65) SIN DEPENDER DE
005710*    LOS BLANCOS QUE ABSORBE UNA LITERAL CONTINUADA.
005720     MOVE SPACE TO WS-ERP-TEXT.
005730     MOVE "FECHA      M   CORR   REGIST   RECHAZ"
005740         TO WS-ERP-TEXT (1:37).
005750     MOVE "MIN      MAX     PROM" TO WS-ERP-TEXT (44:21).
005760     WRITE ERP-RECORD FROM WS-ERP-TEXT.
005770     MOVE ALL "-" TO WS-ERP-TEXT.
005780     WRITE ERP-RECORD FROM WS-ERP-TEXT.
005790     MOVE SPACE TO WS-ERP-TEXT.
005800
005810     MOVE ZERO TO WS-IDX.
005820     PERFORM 4100-GRABA-ENTRADA THRU 4100-EXIT
005830         WS-AGR-TALLY TIMES.
005840
005850     CLOSE FECHAS-EST.
005860     CLOSE FECHAS-ERP.
005870 4000-EXIT.
005880     EXIT.
005890
005900 4100-GRABA-ENTRADA.
005910     ADD 1 TO WS-IDX.
005920     MOVE SPACE TO EST-RECORD.
005930     COMPUTE WS-ACEPTADOS =
005940         WS-AGR-RECORDS (WS-IDX) - WS-AGR-REJECTS (WS-IDX).
005950     IF WS-ACEPTADOS > ZERO
005960         COMPUTE WS-AVG-WORK ROUNDED =
005970             WS-AGR-SUM (WS-IDX) / WS-ACEPTADOS
005980     ELSE
005990         MOVE ZERO TO WS-AVG-WORK
006000     END-IF.
006010
006020     MOVE WS-AGR-FECHA (WS-IDX)   TO EST-FECHA.
006030     MOVE WS-AGR-MODE (WS-IDX)    TO EST-MODE.
006040     MOVE WS-AGR-RUNS (WS-IDX)    TO EST-RUNS.
006050     MOVE WS-AGR-RECORDS (WS-IDX) TO EST-RECORDS.
006060     MOVE WS-AGR-REJECTS (WS-IDX) TO EST-REJECTS.
006070     MOVE WS-AGR-MIN (WS-IDX)     TO EST-MIN.
006080     MOVE WS-AGR-MAX (WS-IDX)     TO EST-MAX.
006090     MOVE WS-AVG-WORK             TO EST-AVG.
006100     WRITE EST-RECORD.
006110
006120     MOVE WS-AGR-FECHA (WS-IDX)   TO WED-FECHA.
006130     MOVE WS-AGR-MODE (WS-IDX)    TO WED-MODE.
006140     MOVE WS-AGR-RUNS (WS-IDX)    TO WED-RUNS.
006150     MOVE WS-AGR-RECORDS (WS-IDX) TO WED-RECORDS.
006160     MOVE WS-AGR-REJECTS (WS-IDX) TO WED-REJECTS.
006170     MOVE WS-AGR-MIN (WS-IDX)     TO WED-MIN.
006180     MOVE WS-AGR-MAX (WS-IDX)     TO WED-MAX.
006190     MOVE WS-AVG-WORK             TO WED-AVG.
006200     WRITE ERP-RECORD FROM WS-ERP-DET.
006210 4100-EXIT.
006220     EXIT.
006230
006240*-----------------------------------------------------------
006250* 5000-REESCRIBE-LOG
006260* REGRESA A LA BITACORA VIVA SOLO LOS RENGLONES QUE NO SON
006270* DEL MES CERRADO.
006280*-----------------------------------------------------------
006290 5000-REESCRIBE-LOG.
006300     OPEN INPUT FECHAS-LGT.
006310     IF WS-LGT-STATUS NOT = "00"
006320         DISPLAY "LOGMES: NO SE PUDO RELEER FECHAS-LGT.DAT "
006330             WS-LGT-STATUS
006340         GO TO 9999-ABEND
006350     END-IF.
006360     OPEN OUTPUT FECHAS-LOG.
006370     IF WS-LOG-STATUS NOT = "00"
006380         DISPLAY "LOGMES: NO SE PUDO REESCRIBIR "
006390             "FECHAS-LOG.DAT " WS-LOG-STATUS
006400         GO TO 9999-ABEND
006410     END-IF.
006420     MOVE "N" TO WS-EOF-SW.
006430     PERFORM 5100-COPIA-RENGLON THRU 5100-EXIT
006440         UNTIL WS-EOF.
006450     CLOSE FECHAS-LGT.
006460     CLOSE FECHAS-LOG.
006470 5000-EXIT.
006480     EXIT.
006490
006500 5100-COPIA-RENGLON.
006510     READ FECHAS-LGT
006520         AT END
006530             SET WS-EOF TO TRUE
006540     END-READ.
006550     IF NOT WS-EOF
006560         WRITE LOG-RECORD FROM LGT-RECORD
006570     END-IF.
006580 5100-EXIT.
006590     EXIT.
006600
006610*-----------------------------------------------------------
006620* 6000-REBASA-MARCA
006630* LA MARCA DE AGUA DE CONCILIA CONTABA RENGLONES DE LA
006640* BITACORA COMPLETA; DESPUES DEL RECORTE SE REBASA AL
006650* TAMANO ACTUAL PARA QUE LA SIGUIENTE CONCILIACION NO
006660* ARRASTRE RENGLONES VIEJOS.
006670*-----------------------------------------------------------
006680 6000-REBASA-MARCA.
006690     OPEN OUTPUT CONCILIA-HWM.
006700     IF WS-HWM-STATUS NOT = "00"
006710         DISPLAY "LOGMES: NO SE PUDO ABRIR CONCILIA-HWM.DAT "
006720             WS-HWM-STATUS
006730         GO TO 9999-ABEND
006740     END-IF.
006750     MOVE WS-CONSERVADOS TO HWM-LOG-COUNT.
006760     WRITE HWM-RECORD.
006770     CLOSE CONCILIA-HWM.
006780 6000-EXIT.
006790     EXIT.
006800
006810*-----------------------------------------------------------
006820* 8000-TERMINATE
006830*-----------------------------------------------------------
006840 8000-TERMINATE.
006850     DISPLAY "LOGMES: RENGLONES LEIDOS:      " WS-LEIDOS.
006860     DISPLAY "LOGMES: RENGLONES ARCHIVADOS:  " WS-ARCHIVADOS
006870         " EN " WS-ARC-NAME.
006880     DISPLAY "LOGMES: RENGLONES CONSERVADOS: " WS-CONSERVADOS.
006890     DISPLAY "LOGMES: FIN DEL CIERRE.".
006900 8000-EXIT.
006910     EXIT.
006920
006930*-----------------------------------------------------------
006940* 9999-ABEND
006950* TERMINACION ANORMAL POR ERROR DE ARCHIVO O DE PARAMETRO.
006960* LA BITACORA VIVA NO SE HA REESCRITO SI EL ERROR OCURRIO
006970* ANTES DE 5000-REESCRIBE-LOG, ASI QUE NO SE PIERDE NADA.
006980*-----------------------------------------------------------
006990 9999-ABEND.
007000     DISPLAY "LOGMES: TERMINACION ANORMAL.".
007010     MOVE 16 TO RETURN-CODE.
007020     GOBACK.
007030
007040 END PROGRAM LOGMES.
