000230*                   HAY UN ABENDO, UN DESCUADRE O RECHAZOS
000240*                   PENDIENTES, PARA QUE LA MALLA Y EL JEFE
000250*                   DE TURNO LO VEAN DE INMEDIATO.
000260* 2026-10-15  JA    LOS COMANDOS DE OPERADOR SOBRE LA MALLA
000270*                   QUE RUNCTL ANOTA EN RUN-CTL.DAT
000280*                   (RETENIDO, LIBERADO, OMITIDO, FORZADO) SE
000290*                   MARCAN JUNTO A LA CORRIDA DEL PASO Y SE
000300*                   LISTAN CON OPERADOR Y MOTIVO. UN PASO
000310*                   OMITIDO QUEDA COMO SU ULTIMA CORRIDA Y NO
000320*                   CUENTA COMO FALLA; UN PASO FORZADO SE
000330*                   JUZGA POR LA CORRIDA REPETIDA.
000340* 2026-10-15  JA    LOS RENGLONES DE FECHAS-REJ Y EXPO-REJ
000350*                   TRAEN AL FINAL EL NUMERO DE REGISTRO Y LA
000360*                   FECHA DE NEGOCIO; SE ALARGAN LOS REGISTROS
000370*                   PARA QUE CADA RECHAZO SE LEA UNA SOLA VEZ.
000380* 2026-10-15  JA    EL RENGLON DE RUN-CTL.DAT CRECE AL FINAL
000390*                   CON LA FECHA DE NEGOCIO QUE ANOTA RUNCTL;
000400*                   SE ALARGA EL REGISTRO PARA LEERLO ENTERO.
000410*-----------------------------------------------------------
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. GENERICO.
000460 OBJECT-COMPUTER. GENERICO.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT RUN-CTL ASSIGN TO "RUN-CTL.DAT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CTL-STATUS.
000530
000540     SELECT CONCILIA-RPT ASSIGN TO "CONCILIA-RPT.DAT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CRP-STATUS.
000570
000580     SELECT FECHAS-REJ ASSIGN TO "FECHAS-REJ.DAT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-FREJ-STATUS.
000610
000620     SELECT EXPO-REJ ASSIGN TO "EXPO-REJ.DAT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-EREJ-STATUS.
000650
000660     SELECT RESUMEN-RPT ASSIGN TO "RESUMEN-RPT.DAT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RPT-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720*-----------------------------------------------------------
000730* CTL-RECORD: MISMA TRAZA QUE EN EL SUBPROGRAMA RUNCTL.
000740*-----------------------------------------------------------
000750 FD  RUN-CTL.
000760 01  CTL-RECORD.
000770     05 CTL-TRABAJO              PIC X(08).
000780     05 FILLER                   PIC X(01).
000790     05 CTL-INICIO               PIC X(19).
000800     05 FILLER                   PIC X(01).
000810     05 CTL-FIN                  PIC X(19).
000820     05 FILLER                   PIC X(01).
000830     05 CTL-ESTADO               PIC X(08).
000840     05 FILLER                   PIC X(01).
000850     05 CTL-REGISTROS            PIC 9(07).
000860     05 FILLER                   PIC X(01).
000870     05 CTL-RETCODE              PIC 9(03).
000880     05 FILLER                   PIC X(01).
000890     05 CTL-OPERADOR             PIC X(08).
000900     05 FILLER                   PIC X(01).
000910     05 CTL-MOTIVO               PIC X(40).
000920     05 FILLER                   PIC X(01).
000930     05 CTL-FECHA-NEG            PIC X(08).
000940
000950 FD  CONCILIA-RPT.
000960 01  CRP-RECORD                  PIC X(80).
000970
000980*-----------------------------------------------------------
000990* SOLO SE NECESITA LA CAUSA: EN FECHAS-REJ VA EN 21-22 Y EN
001000* EXPO-REJ EN 14-15 (DESPUES DEL REGISTRO ORIGINAL Y SU
001010* SEPARADOR).
001020*-----------------------------------------------------------
001030 FD  FECHAS-REJ.
001040 01  FRJ-RECORD.
001050     05 FILLER                   PIC X(20).
001060     05 FRJ-REASON               PIC X(02).
001070     05 FILLER                   PIC X(17).
001080
001090 FD  EXPO-REJ.
001100 01  ERJ-RECORD.
001110     05 FILLER                   PIC X(13).
001120     05 ERJ-REASON               PIC X(02).
001130     05 FILLER                   PIC X(17).
001140
001150 FD  RESUMEN-RPT.
001160 01  RPT-RECORD                  PIC X(80).
001170
001180 WORKING-STORAGE SECTION.
001190*-----------------------------------------------------------
001200* INDICADORES DE ESTADO DE ARCHIVO
001210*-----------------------------------------------------------
001220 01  WS-FILE-STATUSES.
001230     05 WS-CTL-STATUS            PIC X(02) VALUE "00".
001240     05 WS-CRP-STATUS            PIC X(02) VALUE "00".
001250     05 WS-FREJ-STATUS           PIC X(02) VALUE "00".
001260     05 WS-EREJ-STATUS           PIC X(02) VALUE "00".
001270     05 WS-RPT-STATUS            PIC X(02) VALUE "00".
001280
001290*-----------------------------------------------------------
001300* SWITCHES
001310*-----------------------------------------------------------
001320 01  WS-SWITCHES.
001330     05 WS-EOF-SW                PIC X(01) VALUE "N".
001340        88 WS-EOF                          VALUE "Y".
001350     05 WS-ABENDO-SW             PIC X(01) VALUE "N".
001360        88 WS-HAY-ABENDO                   VALUE "Y".
001370     05 WS-DESCUADRE-SW          PIC X(01) VALUE "N".
001380        88 WS-HAY-DESCUADRE                VALUE "Y".
001390     05 WS-CONCILIA-SW           PIC X(01) VALUE "N".
001400        88 WS-HAY-CONCILIA                 VALUE "Y".
001410     05 WS-COMANDO-SW            PIC X(01) VALUE "N".
001420        88 WS-HAY-COMANDO                  VALUE "Y".
001430
001440*-----------------------------------------------------------
001450* CONTADORES Y CAMPOS DE TRABAJO
001460*-----------------------------------------------------------
001470 77  WS-IDX                      PIC 9(02) COMP VALUE ZERO.
001480 77  WS-JOB-TALLY                PIC 9(02) COMP VALUE ZERO.
001490 77  WS-POS                      PIC 9(02) COMP VALUE ZERO.
001500 77  WS-FREJ-TOTAL               PIC 9(07) COMP VALUE ZERO.
001510 77  WS-EREJ-TOTAL               PIC 9(07) COMP VALUE ZERO.
001520 77  WS-CAUSA-IDX                PIC 9(01) COMP VALUE ZERO.
001530
001540*-----------------------------------------------------------
001550* ULTIMA CORRIDA VISTA DE CADA TRABAJO. RUN-CTL VIENE EN
001560* ORDEN CRONOLOGICO, ASI QUE LA ULTIMA LECTURA DE UN
001570* TRABAJO PISA A LAS ANTERIORES. COMANDO, OPERADOR Y MOTIVO
001580* SON DEL ULTIMO COMANDO DE OPERADOR QUE AUN APLICA A ESA
001590* CORRIDA; FORZAR-SW QUEDA EN "F" ENTRE UN FORZADO Y LA
001600* CORRIDA QUE LO CUMPLE.
001610*-----------------------------------------------------------
001620 01  WS-JOB-TABLE.
001630     05 WS-JOB-ENTRY             OCCURS 20 TIMES.
001640         10 WS-JOB-TRABAJO       PIC X(08).
001650         10 WS-JOB-INICIO        PIC X(19).
001660         10 WS-JOB-FIN           PIC X(19).
001670         10 WS-JOB-ESTADO        PIC X(08).
001680         10 WS-JOB-REGISTROS     PIC 9(07).
001690         10 WS-JOB-RETCODE       PIC 9(03).
001700         10 WS-JOB-COMANDO       PIC X(08).
001710         10 WS-JOB-OPERADOR      PIC X(08).
001720         10 WS-JOB-MOTIVO        PIC X(40).
001730         10 WS-JOB-FORZAR-SW     PIC X(01).
001740
001750*-----------------------------------------------------------
001760* RECHAZOS POR CAUSA: 01-04 DE FECHAS, 01-03 DE EXPO, MAS
001770* UNA CUBETA DE CAUSAS NO RECONOCIDAS EN LA POSICION 5.
001780*-----------------------------------------------------------
001790 01  WS-FREJ-CAUSAS.
001800     05 WS-FREJ-CAUSA            PIC 9(07) COMP
001810                                 OCCURS 5 TIMES.
001820 01  WS-EREJ-CAUSAS.
001830     05 WS-EREJ-CAUSA            PIC 9(07) COMP
001840                                 OCCURS 5 TIMES.
001850
001860*-----------------------------------------------------------
001870* RENGLONES DEL REPORTE
001880*-----------------------------------------------------------
001890 01  WS-JOB-LINE.
001900     05 WJL-TRABAJO              PIC X(08).
001910     05 FILLER                   PIC X(01) VALUE SPACE.
001920     05 WJL-INICIO               PIC X(19).
001930     05 FILLER                   PIC X(01) VALUE SPACE.
001940     05 WJL-FIN                  PIC X(19).
001950     05 FILLER                   PIC X(01) VALUE SPACE.
001960     05 WJL-ESTADO               PIC X(08).
001970     05 FILLER                   PIC X(01) VALUE SPACE.
001980     05 WJL-REGISTROS            PIC Z(06)9.
001990     05 FILLER                   PIC X(01) VALUE SPACE.
002000     05 WJL-RETCODE              PIC ZZ9.
002010     05 FILLER                   PIC X(01) VALUE SPACE.
002020     05 WJL-COMANDO              PIC X(08).
002030     05 FILLER                   PIC X(02) VALUE SPACE.
002040
002050 01  WS-CMD-LINE.
002060     05 FILLER                   PIC X(02) VALUE SPACE.
002070     05 WML-TRABAJO              PIC X(08).
002080     05 FILLER                   PIC X(01) VALUE SPACE.
002090     05 WML-COMANDO              PIC X(08).
002100     05 FILLER                   PIC X(05) VALUE " POR ".
002110     05 WML-OPERADOR             PIC X(08).
002120     05 FILLER                   PIC X(02) VALUE ": ".
002130     05 WML-MOTIVO               PIC X(40).
002140     05 FILLER                   PIC X(06) VALUE SPACE.
002150
002160 01  WS-CAUSA-LINE.
002170     05 WCL-LABEL                PIC X(42).
002180     05 WCL-COUNT                PIC Z(06)9.
002190     05 FILLER                   PIC X(31) VALUE SPACE.
002200
002210 01  WS-RPT-TEXT                 PIC X(80) VALUE SPACE.
002220
002230 01  WS-TIMESTAMP.
002240     05 WTS-DATE                 PIC 9(08).
002250     05 WTS-TIME                 PIC 9(08).
002260     05 WTS-DIFF                 PIC X(09) VALUE SPACE.
002270
002280 01  WS-TIMESTAMP-DISPLAY.
002290     05 WTD-YEAR                 PIC 9(04).
002300     05 WTD-DASH1                PIC X(01) VALUE "-".
002310     05 WTD-MONTH                PIC 9(02).
002320     05 WTD-DASH2                PIC X(01) VALUE "-".
002330     05 WTD-DAY                  PIC 9(02).
002340     05 WTD-SPACE                PIC X(01) VALUE SPACE.
002350     05 WTD-HOUR                 PIC 9(02).
002360     05 WTD-COLON1               PIC X(01) VALUE ":".
002370     05 WTD-MIN                  PIC 9(02).
002380     05 WTD-COLON2               PIC X(01) VALUE ":".
002390     05 WTD-SEC                  PIC 9(02).
002400
002410 PROCEDURE DIVISION.
002420*-----------------------------------------------------------
002430* 0000-MAINLINE
002440* JUNTA LAS CUATRO FUENTES Y EMITE EL RESUMEN DE UNA
002450* PAGINA, CON EL RETURN-CODE QUE DIGA SI HAY PENDIENTES.
002460*-----------------------------------------------------------
002470 0000-MAINLINE.
002480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002490     PERFORM 2000-LEE-RUN-CTL THRU 2000-EXIT.
002500     PERFORM 3000-LEE-CONCILIA THRU 3000-EXIT.
002510     PERFORM 4000-CUENTA-FECHAS-REJ THRU 4000-EXIT.
002520     PERFORM 4500-CUENTA-EXPO-REJ THRU 4500-EXIT.
002530     PERFORM 5000-ESCRIBE-RESUMEN THRU 5000-EXIT.
002540     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002550     GOBACK.
002560
002570*-----------------------------------------------------------
002580* 1000-INITIALIZE
002590* ABRE EL REPORTE Y ARMA LA MARCA DE TIEMPO DE EMISION.
002600*-----------------------------------------------------------
002610 1000-INITIALIZE.
002620     MOVE ZERO TO WS-JOB-TALLY WS-FREJ-TOTAL WS-EREJ-TOTAL.
002630     MOVE ZERO TO WS-FREJ-CAUSA (1) WS-FREJ-CAUSA (2)
002640         WS-FREJ-CAUSA (3) WS-FREJ-CAUSA (4)
002650         WS-FREJ-CAUSA (5).
002660     MOVE ZERO TO WS-EREJ-CAUSA (1) WS-EREJ-CAUSA (2)
002670         WS-EREJ-CAUSA (3) WS-EREJ-CAUSA (4)
002680         WS-EREJ-CAUSA (5).
002690     OPEN OUTPUT RESUMEN-RPT.
002700     IF WS-RPT-STATUS NOT = "00"
002710         DISPLAY "RESUMEN: NO SE PUDO ABRIR RESUMEN-RPT.DAT "
002720             WS-RPT-STATUS
002730         GO TO 9999-ABEND
002740     END-IF.
002750     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
002760     MOVE WTS-DATE (1:4)  TO WTD-YEAR.
002770     MOVE WTS-DATE (5:2)  TO WTD-MONTH.
002780     MOVE WTS-DATE (7:2)  TO WTD-DAY.
002790     MOVE WTS-TIME (1:2)  TO WTD-HOUR.
002800     MOVE WTS-TIME (3:2)  TO WTD-MIN.
002810     MOVE WTS-TIME (5:2)  TO WTD-SEC.
002820 1000-EXIT.
002830     EXIT.
002840
002850*-----------------------------------------------------------
002860* 2000-LEE-RUN-CTL
002870* GUARDA LA ULTIMA CORRIDA DE CADA TRABAJO Y DETECTA LOS
002880* ABENDOS Y RETURN-CODES DISTINTOS DE CERO EN ESA ULTIMA
002890* CORRIDA. SI EL ARCHIVO NO EXISTE EL RESUMEN LO DICE.
002900*-----------------------------------------------------------
002910 2000-LEE-RUN-CTL.
002920     OPEN INPUT RUN-CTL.
002930     IF WS-CTL-STATUS NOT = "00"
002940         GO TO 2000-EXIT
002950     END-IF.
002960     MOVE "N" TO WS-EOF-SW.
002970     PERFORM 2100-GUARDA-CORRIDA THRU 2100-EXIT
002980         UNTIL WS-EOF.
002990     CLOSE RUN-CTL.
003000
003010*    EL VEREDICTO SE TOMA DE LO QUE QUEDO COMO ULTIMA
003020*    CORRIDA DE CADA TRABAJO, NO DE CADA RENGLON LEIDO.
003030     MOVE ZERO TO WS-IDX.
003040     PERFORM 2200-EVALUA-ULTIMA THRU 2200-EXIT
003050         WS-JOB-TALLY TIMES.
003060 2000-EXIT.
003070     EXIT.
003080
003090 2100-GUARDA-CORRIDA.
003100     READ RUN-CTL
003110         AT END
003120             SET WS-EOF TO TRUE
003130     END-READ.
003140     IF WS-EOF
003150         GO TO 2100-EXIT
003160     END-IF.
003170     MOVE ZERO TO WS-POS WS-IDX.
003180     PERFORM 2110-BUSCA-TRABAJO THRU 2110-EXIT
003190         WS-JOB-TALLY TIMES.
003200     IF WS-POS = ZERO
003210         IF WS-JOB-TALLY >= 20
003220             GO TO 2100-EXIT
003230         END-IF
003240         ADD 1 TO WS-JOB-TALLY
003250         MOVE WS-JOB-TALLY TO WS-POS
003260         MOVE CTL-TRABAJO TO WS-JOB-TRABAJO (WS-POS)
003270         MOVE SPACE TO WS-JOB-INICIO (WS-POS) WS-JOB-FIN (WS-POS)
003280             WS-JOB-ESTADO (WS-POS) WS-JOB-COMANDO (WS-POS)
003290             WS-JOB-OPERADOR (WS-POS) WS-JOB-MOTIVO (WS-POS)
003300             WS-JOB-FORZAR-SW (WS-POS)
003310         MOVE ZERO TO WS-JOB-REGISTROS (WS-POS)
003320             WS-JOB-RETCODE (WS-POS)
003330     END-IF.
003340     IF CTL-ESTADO = "RETENIDO" OR CTL-ESTADO = "LIBERADO"
003350         OR CTL-ESTADO = "FORZADO" OR CTL-ESTADO = "OMITIDO"
003360         PERFORM 2120-GUARDA-COMANDO THRU 2120-EXIT
003370         IF CTL-ESTADO NOT = "OMITIDO"
003380             GO TO 2100-EXIT
003390         END-IF
003400     ELSE
003410         IF WS-JOB-FORZAR-SW (WS-POS) = "F"
003420             MOVE SPACE TO WS-JOB-FORZAR-SW (WS-POS)
003430         ELSE
003440             MOVE SPACE TO WS-JOB-COMANDO (WS-POS)
003450                 WS-JOB-OPERADOR (WS-POS) WS-JOB-MOTIVO (WS-POS)
003460         END-IF
003470     END-IF.
003480     MOVE CTL-INICIO    TO WS-JOB-INICIO (WS-POS).
003490     MOVE CTL-FIN       TO WS-JOB-FIN (WS-POS).
003500     MOVE CTL-ESTADO    TO WS-JOB-ESTADO (WS-POS).
003510     MOVE CTL-REGISTROS TO WS-JOB-REGISTROS (WS-POS).
003520     MOVE CTL-RETCODE   TO WS-JOB-RETCODE (WS-POS).
003530 2100-EXIT.
003540     EXIT.
003550
003560 2110-BUSCA-TRABAJO.
003570     ADD 1 TO WS-IDX.
003580     IF WS-JOB-TRABAJO (WS-IDX) = CTL-TRABAJO
003590         MOVE WS-IDX TO WS-POS
003600     END-IF.
003610 2110-EXIT.
003620     EXIT.
003630
003640*-----------------------------------------------------------
003650* 2120-GUARDA-COMANDO
003660* UN OMITIDO TOMA EL LUGAR DE LA CORRIDA DEL PASO; LOS DEMAS
003670* COMANDOS SOLO SE ANOTAN JUNTO A ELLA. UN FORZADO QUEDA
003680* ESPERANDO LA CORRIDA REPETIDA PARA MARCARLA.
003690*-----------------------------------------------------------
003700 2120-GUARDA-COMANDO.
003710     MOVE CTL-ESTADO   TO WS-JOB-COMANDO (WS-POS).
003720     MOVE CTL-OPERADOR TO WS-JOB-OPERADOR (WS-POS).
003730     MOVE CTL-MOTIVO   TO WS-JOB-MOTIVO (WS-POS).
003740     IF CTL-ESTADO = "FORZADO"
003750         MOVE "F" TO WS-JOB-FORZAR-SW (WS-POS)
003760     ELSE
003770         MOVE SPACE TO WS-JOB-FORZAR-SW (WS-POS)
003780     END-IF.
003790 2120-EXIT.
003800     EXIT.
003810
003820 2200-EVALUA-ULTIMA.
003830     ADD 1 TO WS-IDX.
003840     IF WS-JOB-COMANDO (WS-IDX) NOT = SPACE
003850         SET WS-HAY-COMANDO TO TRUE
003860     END-IF.
003870     IF WS-JOB-ESTADO (WS-IDX) = "OMITIDO"
003880         GO TO 2200-EXIT
003890     END-IF.
003900     IF WS-JOB-ESTADO (WS-IDX) = "ABENDO"
003910         OR WS-JOB-RETCODE (WS-IDX) > ZERO
003920         SET WS-HAY-ABENDO TO TRUE
003930     END-IF.
003940 2200-EXIT.
003950     EXIT.
003960
003970*-----------------------------------------------------------
003980* 3000-LEE-CONCILIA
003990* BUSCA EL RENGLON DE VEREDICTO EN CONCILIA-RPT.DAT. SIN
004000* ARCHIVO O SIN VEREDICTO, EL RESUMEN REPORTA QUE LA NOCHE
004010* NO TIENE CONCILIACION.
004020*-----------------------------------------------------------
004030 3000-LEE-CONCILIA.
004040     OPEN INPUT CONCILIA-RPT.
004050     IF WS-CRP-STATUS NOT = "00"
004060         GO TO 3000-EXIT
004070     END-IF.
004080     MOVE "N" TO WS-EOF-SW.
004090     PERFORM 3100-BUSCA-VEREDICTO THRU 3100-EXIT
004100         UNTIL WS-EOF.
004110     CLOSE CONCILIA-RPT.
004120 3000-EXIT.
004130     EXIT.
004140
004150 3100-BUSCA-VEREDICTO.
004160     READ CONCILIA-RPT
004170         AT END
004180             SET WS-EOF TO TRUE
004190     END-READ.
004200     IF WS-EOF
004210         GO TO 3100-EXIT
004220     END-IF.
004230     IF CRP-RECORD (1:27) = "RESULTADO: CORRIDA CUADRADA"
004240         SET WS-HAY-CONCILIA TO TRUE
004250     END-IF.
004260     IF CRP-RECORD (1:30) =
004270         "RESULTADO: CORRIDA DESCUADRADA"
004280         SET WS-HAY-CONCILIA TO TRUE
004290         SET WS-HAY-DESCUADRE TO TRUE
004300     END-IF.
004310 3100-EXIT.
004320     EXIT.
004330
004340*-----------------------------------------------------------
004350* 4000-CUENTA-FECHAS-REJ
004360* CUENTA LOS RECHAZOS DE FECHAS POR CAUSA (01-04). SIN
004370* ARCHIVO SE TOMA COMO CERO PENDIENTES.
004380*-----------------------------------------------------------
004390 4000-CUENTA-FECHAS-REJ.
004400     OPEN INPUT FECHAS-REJ.
004410     IF WS-FREJ-STATUS NOT = "00"
004420         GO TO 4000-EXIT
004430     END-IF.
004440     MOVE "N" TO WS-EOF-SW.
004450     PERFORM 4100-CUENTA-UNO-F THRU 4100-EXIT
004460         UNTIL WS-EOF.
004470     CLOSE FECHAS-REJ.
004480 4000-EXIT.
004490     EXIT.
004500
004510 4100-CUENTA-UNO-F.
004520     READ FECHAS-REJ
004530         AT END
004540             SET WS-EOF TO TRUE
004550     END-READ.
004560     IF WS-EOF
004570         GO TO 4100-EXIT
004580     END-IF.
004590     ADD 1 TO WS-FREJ-TOTAL.
004600     EVALUATE FRJ-REASON
004610         WHEN "01"
004620             MOVE 1 TO WS-CAUSA-IDX
004630         WHEN "02"
004640             MOVE 2 TO WS-CAUSA-IDX
004650         WHEN "03"
004660             MOVE 3 TO WS-CAUSA-IDX
004670         WHEN "04"
004680             MOVE 4 TO WS-CAUSA-IDX
004690         WHEN OTHER
004700             MOVE 5 TO WS-CAUSA-IDX
004710     END-EVALUATE.
004720     ADD 1 TO WS-FREJ-CAUSA (WS-CAUSA-IDX).
004730 4100-EXIT.
004740     EXIT.
004750
004760*-----------------------------------------------------------
004770* 4500-CUENTA-EXPO-REJ
004780* CUENTA LOS RECHAZOS DE EXPO POR CAUSA (01-03). SIN
004790* ARCHIVO SE TOMA COMO CERO PENDIENTES.
004800*-----------------------------------------------------------
004810 4500-CUENTA-EXPO-REJ.
004820     OPEN INPUT EXPO-REJ.
004830     IF WS-EREJ-STATUS NOT = "00"
004840         GO TO 4500-EXIT
004850     END-IF.
004860     MOVE "N" TO WS-EOF-SW.
004870     PERFORM 4600-CUENTA-UNO-E THRU 4600-EXIT
004880         UNTIL WS-EOF.
004890     CLOSE EXPO-REJ.
004900 4500-EXIT.
004910     EXIT.
004920
004930 4600-CUENTA-UNO-E.
004940     READ EXPO-REJ
004950         AT END
004960             SET WS-EOF TO TRUE
004970     END-READ.
004980     IF WS-EOF
004990         GO TO 4600-EXIT
005000     END-IF.
005010     ADD 1 TO WS-EREJ-TOTAL.
005020     EVALUATE ERJ-REASON
005030         WHEN "01"
005040             MOVE 1 TO WS-CAUSA-IDX
005050         WHEN "02"
005060             MOVE 2 TO WS-CAUSA-IDX
005070         WHEN "03"
005080             MOVE 3 TO WS-CAUSA-IDX
005090         WHEN OTHER
005100             MOVE 5 TO WS-CAUSA-IDX
005110     END-EVALUATE.
005120     ADD 1 TO WS-EREJ-CAUSA (WS-CAUSA-IDX).
005130 4600-EXIT.
005140     EXIT.
005150
005160*-----------------------------------------------------------
005170* 5000-ESCRIBE-RESUMEN
005180* EMITE LA PAGINA DEL RESUMEN CON LAS TRES SECCIONES Y EL
005190* RENGLON DE ALERTA.
005200*-----------------------------------------------------------
005210 5000-ESCRIBE-RESUMEN.
005220     MOVE ALL "=" TO WS-RPT-TEXT.
005230     PERFORM 7000-PON-TEXTO THRU 7000-EXIT.
005240     MOVE SPACE TO WS-RPT-TEXT.
005250     STRING "RESUMEN MATUTINO DE OPERACION   EMISION: "
005260         DELIMITED BY SIZE
005270         WS-TIMESTAMP-DISPLAY DELIMITED BY SIZE
005280         INTO WS-RPT-TEXT.
005290     PERFORM 7000-PON-TEXTO THRU 7000-EXIT.
005300     MOVE ALL "-" TO WS-RPT-TEXT.
005310     PERFORM 7000-PON-TEXTO THRU 7000-EXIT.
005320
005330     MOVE "ULTIMA CORRIDA DE CADA TRABAJO (RUN-CTL)"
005340         TO WS-RPT-TEXT.
005350     PERFORM 7000-PON-TEXTO THRU 7000-EXIT.
005360     IF WS-JOB-TALLY = ZERO
005370         MOVE "  SIN CORRIDAS REGISTRADAS EN RUN-CTL.DAT"
005380             TO WS-RPT-TEXT
005390         PERFORM 7000-PON-TEXTO THRU 7000-EXIT
005400     ELSE
005410         MOVE "TRABAJO  INICIO              FIN            "
005420             TO WS-RPT-TEXT (1:45)
005430         MOVE "     ESTADO   REGISTR RC" TO WS-RPT-TEXT (46:24)
005440         PERFORM 7000-PON-TEXTO THRU 7000-EXIT
005450         MOVE ZERO TO WS-IDX
005460         PERFORM 5100-PON-TRABAJO THRU 5100-EXIT
005470             WS-JOB-TALLY TIMES
005480     END-IF.
005490     MOVE ALL "-" TO WS-RPT-TEXT.
005500     PERFORM 7000-PON-TEXTO THRU 7000-EXIT.
005510
005520     IF WS-HAY-COMANDO
005530         MOVE "COMANDOS DE OPERADOR EN LA MALLA (NO SON FALLAS)"
005540             TO WS-RPT-TEXT
005550         PERFORM 7000-PON-TEXTO THRU 7000-EXIT
005560         MOVE ZERO TO WS-IDX
005570         PERFORM 5200-PON-COMANDO THRU 5200-EXIT
005580             WS-JOB-TALLY TIMES
005590         MOVE ALL "-" TO WS-RPT-TEXT
005600         PERFORM 7000-PON-TEXTO THRU 7000-EXIT
005610     END-IF.
005620
005630     EVALUATE TRUE
005640         WHEN NOT WS-HAY-CONCILIA
005650             MOVE "CONCILIACION: SIN REPORTE DE LA NOCHE"
005660                 TO WS-RPT-TEXT
005670         WHEN WS-HAY-DESCUADRE
005680             MOVE "CONCILIACION: CORRIDA DESCUADRADA - REVISAR"
005690                 TO WS-RPT-TEXT
005700         WHEN OTHER
005710             MOVE "CONCILIACION: CORRIDA CUADRADA"
005720                 TO WS-RPT-TEXT
005730     END-EVALUATE.
005740     PERFORM 7000-PON-TEXTO THRU 7000-EXIT.
005750     MOVE ALL "-" TO WS-RPT-TEXT.
005760     PERFORM 7000-PON-TEXTO THRU 7000-EXIT.
005770
005780     MOVE "RECHAZOS PENDIENTES POR CAUSA" TO WS-RPT-TEXT.
005790     PERFORM 7000-PON-TEXTO THRU 7000-EXIT.
005800     MOVE "FECHAS-REJ 01 FECH1 INVALIDA" TO WCL-LABEL.
005810     MOVE WS-FREJ-CAUSA (1) TO WCL-COUNT.
005820     PERFORM 7100-PON-CAUSA THRU 7100-EXIT.
005830     MOVE "FECHAS-REJ 02 FECH2 INVALIDA" TO WCL-LABEL.
005840     MOVE WS-FREJ-CAUSA (2) TO WCL-COUNT.
005850     PERFORM 7100-PON-CAUSA THRU 7100-EXIT.
005860     MOVE "FECHAS-REJ 03 MODO DESCONOCIDO" TO WCL-LABEL.
005870     MOVE WS-FREJ-CAUSA (3) TO WCL-COUNT.
005880     PERFORM 7100-PON-CAUSA THRU 7100-EXIT.
005890     MOVE "FECHAS-REJ 04 CALENDARIO DESCONOCIDO"
005900         TO WCL-LABEL.
005910     MOVE WS-FREJ-CAUSA (4) TO WCL-COUNT.
005920     PERFORM 7100-PON-CAUSA THRU 7100-EXIT.
005930     IF WS-FREJ-CAUSA (5) > ZERO
005940         MOVE "FECHAS-REJ ?? CAUSA NO RECONOCIDA"
005950             TO WCL-LABEL
005960         MOVE WS-FREJ-CAUSA (5) TO WCL-COUNT
005970         PERFORM 7100-PON-CAUSA THRU 7100-EXIT
005980     END-IF.
005990     MOVE "EXPO-REJ   01 BASE NEG CON EXP NO ENTERO"
006000         TO WCL-LABEL.
006010     MOVE WS-EREJ-CAUSA (1) TO WCL-COUNT.
006020     PERFORM 7100-PON-CAUSA THRU 7100-EXIT.
006030     MOVE "EXPO-REJ   02 BASE CERO CON EXP NEGATIVO"
006040         TO WCL-LABEL.
006050     MOVE WS-EREJ-CAUSA (2) TO WCL-COUNT.
006060     PERFORM 7100-PON-CAUSA THRU 7100-EXIT.
006070     MOVE "EXPO-REJ   03 DESBORDAMIENTO" TO WCL-LABEL.
006080     MOVE WS-EREJ-CAUSA (3) TO WCL-COUNT.
006090     PERFORM 7100-PON-CAUSA THRU 7100-EXIT.
006100     IF WS-EREJ-CAUSA (5) > ZERO
006110         MOVE "EXPO-REJ   ?? CAUSA NO RECONOCIDA"
006120             TO WCL-LABEL
006130         MOVE WS-EREJ-CAUSA (5) TO WCL-COUNT
006140         PERFORM 7100-PON-CAUSA THRU 7100-EXIT
006150     END-IF.
006160     MOVE ALL "-" TO WS-RPT-TEXT.
006170     PERFORM 7000-PON-TEXTO THRU 7000-EXIT.
006180
006190     IF WS-HAY-ABENDO
006200         OR WS-HAY-DESCUADRE
006210         OR WS-FREJ-TOTAL > ZERO
006220         OR WS-EREJ-TOTAL > ZERO
006230         MOVE "*** REQUIERE ATENCION DEL TURNO ***"
006240             TO WS-RPT-TEXT
006250         PERFORM 7000-PON-TEXTO THRU 7000-EXIT
006260         IF WS-HAY-ABENDO
006270             MOVE "    - HAY TRABAJOS CON ABENDO O RC > 0"
006280                 TO WS-RPT-TEXT
006290             PERFORM 7000-PON-TEXTO THRU 7000-EXIT
006300         END-IF
006310         IF WS-HAY-DESCUADRE
006320             MOVE "    - LA CONCILIACION NO CUADRO"
006330                 TO WS-RPT-TEXT
006340             PERFORM 7000-PON-TEXTO THRU 7000-EXIT
006350         END-IF
006360         IF WS-FREJ-TOTAL > ZERO OR WS-EREJ-TOTAL > ZERO
006370             MOVE "    - HAY RECHAZOS POR REPARAR"
006380                 TO WS-RPT-TEXT
006390             PERFORM 7000-PON-TEXTO THRU 7000-EXIT
006400         END-IF
006410     ELSE
006420         MOVE "SIN PENDIENTES: NOCHE LIMPIA"
006430             TO WS-RPT-TEXT
006440         PERFORM 7000-PON-TEXTO THRU 7000-EXIT
006450     END-IF.
006460     MOVE ALL "=" TO WS-RPT-TEXT.
006470     PERFORM 7000-PON-TEXTO THRU 7000-EXIT.
006480 5000-EXIT.
006490     EXIT.
006500
006510 5100-PON-TRABAJO.
006520     ADD 1 TO WS-IDX.
006530     MOVE WS-JOB-TRABAJO (WS-IDX)   TO WJL-TRABAJO.
006540     MOVE WS-JOB-INICIO (WS-IDX)    TO WJL-INICIO.
006550     MOVE WS-JOB-FIN (WS-IDX)       TO WJL-FIN.
006560     MOVE WS-JOB-ESTADO (WS-IDX)    TO WJL-ESTADO.
006570     MOVE WS-JOB-REGISTROS (WS-IDX) TO WJL-REGISTROS.
006580     MOVE WS-JOB-RETCODE (WS-IDX)   TO WJL-RETCODE.
006590     MOVE WS-JOB-COMANDO (WS-IDX)   TO WJL-COMANDO.
006600     WRITE RPT-RECORD FROM WS-JOB-LINE.
006610 5100-EXIT.
006620     EXIT.
006630
006640 5200-PON-COMANDO.
006650     ADD 1 TO WS-IDX.
006660     IF WS-JOB-COMANDO (WS-IDX) = SPACE
006670         GO TO 5200-EXIT
006680     END-IF.
006690     MOVE WS-JOB-TRABAJO (WS-IDX)  TO WML-TRABAJO.
006700     MOVE WS-JOB-COMANDO (WS-IDX)  TO WML-COMANDO.
006710     MOVE WS-JOB-OPERADOR (WS-IDX) TO WML-OPERADOR.
006720     MOVE WS-JOB-MOTIVO (WS-IDX)   TO WML-MOTIVO.
006730     WRITE RPT-RECORD FROM WS-CMD-LINE.
006740 5200-EXIT.
006750     EXIT.
006760
006770 7000-PON-TEXTO.
006780     WRITE RPT-RECORD FROM WS-RPT-TEXT.
006790     MOVE SPACE TO WS-RPT-TEXT.
006800 7000-EXIT.
006810     EXIT.
006820
006830 7100-PON-CAUSA.
006840     WRITE RPT-RECORD FROM WS-CAUSA-LINE.
006850     MOVE SPACE TO WCL-LABEL.
006860 7100-EXIT.
006870     EXIT.
006880
006890*-----------------------------------------------------------
006900* 8000-TERMINATE
006910* EL RETURN-CODE 8 AVISA A LA MALLA (Y AL JEFE DE TURNO)
006920* QUE HAY ALGO QUE ATENDER; CERO ES NOCHE LIMPIA.
006930*-----------------------------------------------------------
006940 8000-TERMINATE.
006950     CLOSE RESUMEN-RPT.
006960     IF WS-HAY-ABENDO
006970         OR WS-HAY-DESCUADRE
006980         OR WS-FREJ-TOTAL > ZERO
006990         OR WS-EREJ-TOTAL > ZERO
007000         DISPLAY "RESUMEN: HAY PENDIENTES, VER "
007010             "RESUMEN-RPT.DAT."
007020         MOVE 8 TO RETURN-CODE
007030     ELSE
007040         DISPLAY "RESUMEN: NOCHE LIMPIA."
007050         MOVE ZERO TO RETURN-CODE
007060     END-IF.
007070 8000-EXIT.
007080     EXIT.
007090
007100*-----------------------------------------------------------
007110* 9999-ABEND
007120* TERMINACION ANORMAL POR ERROR DE ARCHIVO.
007130*-----------------------------------------------------------
007140 9999-ABEND.
007150     DISPLAY "RESUMEN: TERMINACION ANORMAL.".
007160     MOVE 16 TO RETURN-CODE.
007170     GOBACK.
007180
007190 END PROGRAM RESUMEN.
