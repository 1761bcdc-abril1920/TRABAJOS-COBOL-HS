000180*                        REGISTROS Y RETURN-CODE.
000190*                   INQ  MUESTRA AL OPERADOR LAS ULTIMAS
000200*                        CORRIDAS DE CADA TRABAJO.
000210* 2026-10-15  JA    FUNCION CMD: ANOTA EN RUN-CTL.DAT UN
000220*                   COMANDO DE OPERADOR SOBRE UN PASO DE LA
000230*                   MALLA (RETENIDO, LIBERADO, OMITIDO,
000240*                   FORZADO) CON EL OPERADOR Y EL MOTIVO. EL
000250*                   RENGLON CRECE AL FINAL CON CTL-OPERADOR Y
000260*                   CTL-MOTIVO; LOS RENGLONES VIEJOS SE LEEN
000270*                   CON ESOS CAMPOS EN BLANCO. LA CONSULTA
000280*                   MUESTRA OPERADOR Y MOTIVO SI LOS HAY.
000290* 2026-10-15  JA    REG Y CMD ANOTAN AL FINAL DEL RENGLON LA
000300*                   FECHA DE NEGOCIO EN CURSO (CTL-FECHA-NEG,
000310*                   DE FECNEG "CON"; SIN FECHA-NEG.DAT LA DEL
000320*                   SISTEMA), PARA QUE LAS CORRIDAS SE CUENTEN
000330*                   EN SU DIA DE NEGOCIO Y NO EN EL DEL RELOJ.
000340*                   LOS RENGLONES VIEJOS LA TRAEN EN BLANCO.
000350*-----------------------------------------------------------
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. GENERICO.
000400 OBJECT-COMPUTER. GENERICO.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT RUN-CTL ASSIGN TO "RUN-CTL.DAT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CTL-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500*-----------------------------------------------------------
000510* CTL-RECORD: UNA CORRIDA POR RENGLON. LOS COMANDOS DE
000520* OPERADOR SOBRE LA MALLA LLEVAN EN CTL-ESTADO "RETENIDO",
000530* "LIBERADO", "OMITIDO" O "FORZADO", INICIO Y FIN IGUALES, Y
000540* QUIEN LO DIO Y POR QUE EN CTL-OPERADOR Y CTL-MOTIVO.
000550* CTL-FECHA-NEG ES LA FECHA DE NEGOCIO EN CURSO CUANDO SE
000560* REGISTRO LA CORRIDA O EL COMANDO (EN BLANCO EN LOS
000570* RENGLONES DE ANTES DE ESE CAMPO).
000580*-----------------------------------------------------------
000590 FD  RUN-CTL.
000600 01  CTL-RECORD.
000610     05 CTL-TRABAJO              PIC X(08).
000620     05 FILLER                   PIC X(01).
000630     05 CTL-INICIO               PIC X(19).
000640     05 FILLER                   PIC X(01).
000650     05 CTL-FIN                  PIC X(19).
000660     05 FILLER                   PIC X(01).
000670     05 CTL-ESTADO               PIC X(08).
000680     05 FILLER                   PIC X(01).
000690     05 CTL-REGISTROS            PIC 9(07).
000700     05 FILLER                   PIC X(01).
000710     05 CTL-RETCODE              PIC 9(03).
000720     05 FILLER                   PIC X(01).
000730     05 CTL-OPERADOR             PIC X(08).
000740     05 FILLER                   PIC X(01).
000750     05 CTL-MOTIVO               PIC X(40).
000760     05 FILLER                   PIC X(01).
000770     05 CTL-FECHA-NEG            PIC X(08).
000780
000790 WORKING-STORAGE SECTION.
000800*-----------------------------------------------------------
000810* INDICADORES DE ESTADO DE ARCHIVO
000820*-----------------------------------------------------------
000830 01  WS-FILE-STATUSES.
000840     05 WS-CTL-STATUS            PIC X(02) VALUE "00".
000850
000860*-----------------------------------------------------------
000870* SWITCHES
000880*-----------------------------------------------------------
000890 01  WS-SWITCHES.
000900     05 WS-CTL-EOF-SW            PIC X(01) VALUE "N".
000910        88 WS-CTL-EOF                      VALUE "Y".
000920
000930*-----------------------------------------------------------
000940* CONTADORES Y CAMPOS DE TRABAJO
000950*-----------------------------------------------------------
000960 77  WS-CTL-TALLY                PIC 9(05) COMP VALUE ZERO.
000970 77  WS-IDX                      PIC 9(05) COMP VALUE ZERO.
000980 77  WS-ULTIMA                   PIC 9(05) COMP VALUE ZERO.
000990
001000*-----------------------------------------------------------
001010* TABLA DE CORRIDAS. SI EL ARCHIVO REBASA LAS 500 ENTRADAS
001020* SE DESCARTA LA MAS VIEJA AL CARGAR, PARA QUE EL ARCHIVO
001030* NO CREZCA SIN LIMITE.
001040*-----------------------------------------------------------
001050 01  WS-CTL-TABLE.
001060     05 WS-CTL-ENTRY             OCCURS 500 TIMES.
001070         10 WS-CTL-TRABAJO       PIC X(08).
001080         10 WS-CTL-INICIO        PIC X(19).
001090         10 WS-CTL-FIN           PIC X(19).
001100         10 WS-CTL-ESTADO        PIC X(08).
001110         10 WS-CTL-REGISTROS     PIC 9(07).
001120         10 WS-CTL-RETCODE       PIC 9(03).
001130         10 WS-CTL-OPERADOR      PIC X(08).
001140         10 WS-CTL-MOTIVO        PIC X(40).
001150         10 WS-CTL-FECHA-NEG     PIC X(08).
001160
001170 01  WS-TIMESTAMP.
001180     05 WTS-DATE                 PIC 9(08).
001190     05 WTS-TIME                 PIC 9(08).
001200     05 WTS-DIFF                 PIC X(09) VALUE SPACE.
001210
001220 01  WS-TIMESTAMP-DISPLAY.
001230     05 WTD-YEAR                 PIC 9(04).
001240     05 WTD-DASH1                PIC X(01) VALUE "-".
001250     05 WTD-MONTH                PIC 9(02).
001260     05 WTD-DASH2                PIC X(01) VALUE "-".
001270     05 WTD-DAY                  PIC 9(02).
001280     05 WTD-SPACE                PIC X(01) VALUE SPACE.
001290     05 WTD-HOUR                 PIC 9(02).
001300     05 WTD-COLON1               PIC X(01) VALUE ":".
001310     05 WTD-MIN                  PIC 9(02).
001320     05 WTD-COLON2               PIC X(01) VALUE ":".
001330     05 WTD-SEC                  PIC 9(02).
001340
001350*-----------------------------------------------------------
001360* AREA DE COMUNICACION CON EL SUBPROGRAMA FECNEG
001370*-----------------------------------------------------------
001380 01  WS-FECNEG-PARAM.
001390     05 WFN-FUNCION              PIC X(03).
001400     05 WFN-ACTUAL               PIC 9(08).
001410     05 WFN-ANTERIOR             PIC 9(08).
001420     05 WFN-SIGUIENTE            PIC 9(08).
001430     05 WFN-MALLA                PIC 9(08).
001440     05 WFN-RESULT               PIC X(02).
001450
001460 LINKAGE SECTION.
001470*-----------------------------------------------------------
001480* AREA DE COMUNICACION CON EL PROGRAMA QUE LLAMA.
001490*   RC-FUNCION   "REG", "FIN", "INQ" O "CMD".
001500*   RC-TRABAJO   NOMBRE DEL TRABAJO (FECHAS, EXPO).
001510*   RC-ESTADO    PARA FIN: "TERMINO" O "ABENDO".
001520*                PARA CMD: EL COMANDO (VER CTL-RECORD).
001530*   RC-REGISTROS PARA FIN: REGISTROS PROCESADOS.
001540*   RC-RETCODE   PARA FIN: RETURN-CODE DE LA CORRIDA.
001550*   RC-RESULT    "00" BIEN, "90" TRABAJO YA EJECUTANDO,
001560*                "99" PROBLEMA CON RUN-CTL.DAT.
001570*   RC-OPERADOR  PARA CMD: OPERADOR QUE DIO EL COMANDO.
001580*   RC-MOTIVO    PARA CMD: MOTIVO DEL COMANDO.
001590*   ESTOS DOS CAMPOS VAN AL FINAL Y SOLO SE LEEN EN CMD, PARA
001600*   QUE LOS PROGRAMAS QUE NO DAN COMANDOS SIGAN PASANDO EL
001610*   AREA CORTA.
001620*-----------------------------------------------------------
001630 01  RC-PARAM.
001640     05 RC-FUNCION               PIC X(03).
001650        88 RC-FN-REGISTRA                  VALUE "REG".
001660        88 RC-FN-FINALIZA                  VALUE "FIN".
001670        88 RC-FN-CONSULTA                  VALUE "INQ".
001680        88 RC-FN-COMANDO                   VALUE "CMD".
001690     05 RC-TRABAJO               PIC X(08).
001700     05 RC-ESTADO                PIC X(08).
001710     05 RC-REGISTROS             PIC 9(07).
001720     05 RC-RETCODE               PIC 9(03).
001730     05 RC-RESULT                PIC X(02).
001740     05 RC-OPERADOR              PIC X(08).
001750     05 RC-MOTIVO                PIC X(40).
001760
001770 PROCEDURE DIVISION USING RC-PARAM.
001780*-----------------------------------------------------------
001790* 0000-MAINLINE
001800* CARGA EL ARCHIVO DE CONTROL Y DESPACHA LA FUNCION.
001810*-----------------------------------------------------------
001820 0000-MAINLINE.
001830     MOVE "00" TO RC-RESULT.
001840     PERFORM 1000-CARGA-ARCHIVO THRU 1000-EXIT.
001850     EVALUATE TRUE
001860         WHEN RC-FN-REGISTRA
001870             PERFORM 2000-REGISTRA THRU 2000-EXIT
001880         WHEN RC-FN-FINALIZA
001890             PERFORM 3000-FINALIZA THRU 3000-EXIT
001900         WHEN RC-FN-CONSULTA
001910             PERFORM 4000-CONSULTA THRU 4000-EXIT
001920         WHEN RC-FN-COMANDO
001930             PERFORM 6000-COMANDO THRU 6000-EXIT
001940         WHEN OTHER
001950             DISPLAY "RUNCTL: FUNCION DESCONOCIDA: "
001960                 RC-FUNCION
001970             MOVE "99" TO RC-RESULT
001980     END-EVALUATE.
001990     GOBACK.
002000
002010*-----------------------------------------------------------
002020* 1000-CARGA-ARCHIVO
002030* LEE RUN-CTL.DAT COMPLETO A LA TABLA. SI NO EXISTE SE
002040* EMPIEZA CON LA TABLA VACIA (PRIMERA CORRIDA DEL SISTEMA).
002050*-----------------------------------------------------------
002060 1000-CARGA-ARCHIVO.
002070     MOVE ZERO TO WS-CTL-TALLY.
002080     MOVE "N" TO WS-CTL-EOF-SW.
002090     OPEN INPUT RUN-CTL.
002100     IF WS-CTL-STATUS NOT = "00"
002110         GO TO 1000-EXIT
002120     END-IF.
002130     PERFORM 1100-LEE-CORRIDA THRU 1100-EXIT.
002140     PERFORM 1200-GUARDA-CORRIDA THRU 1200-EXIT
002150         UNTIL WS-CTL-EOF.
002160     CLOSE RUN-CTL.
002170 1000-EXIT.
002180     EXIT.
002190
002200 1100-LEE-CORRIDA.
002210     READ RUN-CTL
002220         AT END
002230             SET WS-CTL-EOF TO TRUE
002240     END-READ.
002250 1100-EXIT.
002260     EXIT.
002270
002280 1200-GUARDA-CORRIDA.
002290     IF WS-CTL-TALLY >= 500
002300         PERFORM 1300-DESCARTA-VIEJA THRU 1300-EXIT
002310     END-IF.
002320     ADD 1 TO WS-CTL-TALLY.
002330     MOVE CTL-TRABAJO   TO WS-CTL-TRABAJO (WS-CTL-TALLY).
002340     MOVE CTL-INICIO    TO WS-CTL-INICIO (WS-CTL-TALLY).
002350     MOVE CTL-FIN       TO WS-CTL-FIN (WS-CTL-TALLY).
002360     MOVE CTL-ESTADO    TO WS-CTL-ESTADO (WS-CTL-TALLY).
002370     MOVE CTL-REGISTROS TO WS-CTL-REGISTROS (WS-CTL-TALLY).
002380     MOVE CTL-RETCODE   TO WS-CTL-RETCODE (WS-CTL-TALLY).
002390     MOVE CTL-OPERADOR  TO WS-CTL-OPERADOR (WS-CTL-TALLY).
002400     MOVE CTL-MOTIVO    TO WS-CTL-MOTIVO (WS-CTL-TALLY).
002410     MOVE CTL-FECHA-NEG TO WS-CTL-FECHA-NEG (WS-CTL-TALLY).
002420     PERFORM 1100-LEE-CORRIDA THRU 1100-EXIT.
002430 1200-EXIT.
002440     EXIT.
002450
002460 1300-DESCARTA-VIEJA.
002470     MOVE ZERO TO WS-IDX.
002480     PERFORM 1310-CORRE-UNA THRU 1310-EXIT
002490         UNTIL WS-IDX >= WS-CTL-TALLY - 1.
002500     SUBTRACT 1 FROM WS-CTL-TALLY.
002510 1300-EXIT.
002520     EXIT.
002530
002540 1310-CORRE-UNA.
002550     ADD 1 TO WS-IDX.
002560     MOVE WS-CTL-ENTRY (WS-IDX + 1) TO WS-CTL-ENTRY (WS-IDX).
002570 1310-EXIT.
002580     EXIT.
002590
002600*-----------------------------------------------------------
002610* 2000-REGISTRA
002620* RECHAZA EL REGISTRO SI YA HAY UNA CORRIDA ACTIVA DEL
002630* MISMO TRABAJO; SI NO, AGREGA LA ENTRADA EN EJECUCION Y
002640* REESCRIBE EL ARCHIVO.
002650*-----------------------------------------------------------
002660 2000-REGISTRA.
002670     MOVE ZERO TO WS-IDX.
002680     PERFORM 2100-BUSCA-ACTIVA THRU 2100-EXIT
002690         WS-CTL-TALLY TIMES.
002700     IF RC-RESULT = "90"
002710         GO TO 2000-EXIT
002720     END-IF.
002730
002740     IF WS-CTL-TALLY >= 500
002750         PERFORM 1300-DESCARTA-VIEJA THRU 1300-EXIT
002760     END-IF.
002770     PERFORM 5000-BUILD-TIMESTAMP THRU 5000-EXIT.
002780     ADD 1 TO WS-CTL-TALLY.
002790     MOVE RC-TRABAJO TO WS-CTL-TRABAJO (WS-CTL-TALLY).
002800     MOVE WS-TIMESTAMP-DISPLAY
002810         TO WS-CTL-INICIO (WS-CTL-TALLY).
002820     MOVE SPACE      TO WS-CTL-FIN (WS-CTL-TALLY).
002830     MOVE "EJECUTA"  TO WS-CTL-ESTADO (WS-CTL-TALLY).
002840     MOVE ZERO       TO WS-CTL-REGISTROS (WS-CTL-TALLY)
002850                        WS-CTL-RETCODE (WS-CTL-TALLY).
002860     MOVE SPACE      TO WS-CTL-OPERADOR (WS-CTL-TALLY)
002870                        WS-CTL-MOTIVO (WS-CTL-TALLY).
002880     PERFORM 5100-FECHA-NEGOCIO THRU 5100-EXIT.
002890     PERFORM 7000-GRABA-ARCHIVO THRU 7000-EXIT.
002900 2000-EXIT.
002910     EXIT.
002920
002930 2100-BUSCA-ACTIVA.
002940     ADD 1 TO WS-IDX.
002950     IF WS-CTL-TRABAJO (WS-IDX) = RC-TRABAJO
002960         AND WS-CTL-ESTADO (WS-IDX) = "EJECUTA"
002970         MOVE "90" TO RC-RESULT
002980     END-IF.
002990 2100-EXIT.
003000     EXIT.
003010
003020*-----------------------------------------------------------
003030* 3000-FINALIZA
003040* CIERRA LA ULTIMA ENTRADA EN EJECUCION DEL TRABAJO CON SU
003050* ESTADO FINAL, REGISTROS PROCESADOS Y RETURN-CODE.
003060*-----------------------------------------------------------
003070 3000-FINALIZA.
003080     MOVE ZERO TO WS-IDX WS-ULTIMA.
003090     PERFORM 3100-BUSCA-EJECUTA THRU 3100-EXIT
003100         WS-CTL-TALLY TIMES.
003110     IF WS-ULTIMA = ZERO
003120         DISPLAY "RUNCTL: NO HAY CORRIDA ACTIVA DE "
003130             RC-TRABAJO
003140         GO TO 3000-EXIT
003150     END-IF.
003160
003170     PERFORM 5000-BUILD-TIMESTAMP THRU 5000-EXIT.
003180     MOVE WS-TIMESTAMP-DISPLAY TO WS-CTL-FIN (WS-ULTIMA).
003190     MOVE RC-ESTADO     TO WS-CTL-ESTADO (WS-ULTIMA).
003200     MOVE RC-REGISTROS  TO WS-CTL-REGISTROS (WS-ULTIMA).
003210     MOVE RC-RETCODE    TO WS-CTL-RETCODE (WS-ULTIMA).
003220     PERFORM 7000-GRABA-ARCHIVO THRU 7000-EXIT.
003230 3000-EXIT.
003240     EXIT.
003250
003260 3100-BUSCA-EJECUTA.
003270     ADD 1 TO WS-IDX.
003280     IF WS-CTL-TRABAJO (WS-IDX) = RC-TRABAJO
003290         AND WS-CTL-ESTADO (WS-IDX) = "EJECUTA"
003300         MOVE WS-IDX TO WS-ULTIMA
003310     END-IF.
003320 3100-EXIT.
003330     EXIT.
003340
003350*-----------------------------------------------------------
003360* 4000-CONSULTA
003370* MUESTRA LAS CORRIDAS REGISTRADAS, DE LA MAS VIEJA A LA
003380* MAS RECIENTE, PARA QUE EL TURNO NOCTURNO VEA SI UN
003390* TRABAJO TERMINO Y CON CUANTOS REGISTROS.
003400*-----------------------------------------------------------
003410 4000-CONSULTA.
003420     IF WS-CTL-TALLY = ZERO
003430         DISPLAY "RUNCTL: NO HAY CORRIDAS REGISTRADAS."
003440         GO TO 4000-EXIT
003450     END-IF.
003460     DISPLAY "TRABAJO  INICIO              "
003470         "FIN                 ESTADO   REGISTROS RC".
003480     MOVE ZERO TO WS-IDX.
003490     PERFORM 4100-MUESTRA-UNA THRU 4100-EXIT
003500         WS-CTL-TALLY TIMES.
003510 4000-EXIT.
003520     EXIT.
003530
003540 4100-MUESTRA-UNA.
003550     ADD 1 TO WS-IDX.
003560     DISPLAY WS-CTL-TRABAJO (WS-IDX) " "
003570         WS-CTL-INICIO (WS-IDX) " "
003580         WS-CTL-FIN (WS-IDX) " "
003590         WS-CTL-ESTADO (WS-IDX) " "
003600         WS-CTL-REGISTROS (WS-IDX) "   "
003610         WS-CTL-RETCODE (WS-IDX).
003620     IF WS-CTL-OPERADOR (WS-IDX) NOT = SPACE
003630         DISPLAY "         POR " WS-CTL-OPERADOR (WS-IDX) ": "
003640             WS-CTL-MOTIVO (WS-IDX)
003650     END-IF.
003660 4100-EXIT.
003670     EXIT.
003680
003690 5000-BUILD-TIMESTAMP.
003700     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
003710     MOVE WTS-DATE (1:4)  TO WTD-YEAR.
003720     MOVE WTS-DATE (5:2)  TO WTD-MONTH.
003730     MOVE WTS-DATE (7:2)  TO WTD-DAY.
003740     MOVE WTS-TIME (1:2)  TO WTD-HOUR.
003750     MOVE WTS-TIME (3:2)  TO WTD-MIN.
003760     MOVE WTS-TIME (5:2)  TO WTD-SEC.
003770 5000-EXIT.
003780     EXIT.
003790
003800*-----------------------------------------------------------
003810* 5100-FECHA-NEGOCIO
003820* ANOTA EN LA ENTRADA NUEVA LA FECHA DE NEGOCIO EN CURSO. SIN
003830* FECHA-NEG.DAT QUEDA LA FECHA DEL SISTEMA QUE TOMO
003840* 5000-BUILD-TIMESTAMP.
003850*-----------------------------------------------------------
003860 5100-FECHA-NEGOCIO.
003870     MOVE "CON" TO WFN-FUNCION.
003880     CALL "FECNEG" USING WS-FECNEG-PARAM.
003890     CANCEL "FECNEG".
003900     IF WFN-RESULT = "00"
003910         MOVE WFN-ACTUAL TO WS-CTL-FECHA-NEG (WS-CTL-TALLY)
003920     ELSE
003930         MOVE WTS-DATE TO WS-CTL-FECHA-NEG (WS-CTL-TALLY)
003940     END-IF.
003950 5100-EXIT.
003960     EXIT.
003970
003980*-----------------------------------------------------------
003990* 6000-COMANDO
004000* AGREGA UN RENGLON CON EL COMANDO DE OPERADOR SOBRE EL PASO.
004010* NO ABRE NI CIERRA CORRIDAS: SOLO DEJA CONSTANCIA DE QUIEN
004020* RETUVO, LIBERO, OMITIO O FORZO EL PASO, CUANDO Y POR QUE.
004030*-----------------------------------------------------------
004040 6000-COMANDO.
004050     IF WS-CTL-TALLY >= 500
004060         PERFORM 1300-DESCARTA-VIEJA THRU 1300-EXIT
004070     END-IF.
004080     PERFORM 5000-BUILD-TIMESTAMP THRU 5000-EXIT.
004090     ADD 1 TO WS-CTL-TALLY.
004100     MOVE RC-TRABAJO  TO WS-CTL-TRABAJO (WS-CTL-TALLY).
004110     MOVE WS-TIMESTAMP-DISPLAY
004120         TO WS-CTL-INICIO (WS-CTL-TALLY)
004130            WS-CTL-FIN (WS-CTL-TALLY).
004140     MOVE RC-ESTADO   TO WS-CTL-ESTADO (WS-CTL-TALLY).
004150     MOVE ZERO        TO WS-CTL-REGISTROS (WS-CTL-TALLY)
004160                         WS-CTL-RETCODE (WS-CTL-TALLY).
004170     MOVE RC-OPERADOR TO WS-CTL-OPERADOR (WS-CTL-TALLY).
004180     MOVE RC-MOTIVO   TO WS-CTL-MOTIVO (WS-CTL-TALLY).
004190     PERFORM 5100-FECHA-NEGOCIO THRU 5100-EXIT.
004200     PERFORM 7000-GRABA-ARCHIVO THRU 7000-EXIT.
004210 6000-EXIT.
004220     EXIT.
004230
004240*-----------------------------------------------------------
004250* 7000-GRABA-ARCHIVO
004260* REESCRIBE RUN-CTL.DAT COMPLETO DESDE LA TABLA.
004270*-----------------------------------------------------------
004280 7000-GRABA-ARCHIVO.
004290     OPEN OUTPUT RUN-CTL.
004300     IF WS-CTL-STATUS NOT = "00"
004310         DISPLAY "RUNCTL: NO SE PUDO ABRIR RUN-CTL.DAT "
004320             WS-CTL-STATUS
004330         MOVE "99" TO RC-RESULT
004340         GO TO 7000-EXIT
004350     END-IF.
004360     MOVE ZERO TO WS-IDX.
004370     PERFORM 7100-GRABA-UNA THRU 7100-EXIT
004380         WS-CTL-TALLY TIMES.
004390     CLOSE RUN-CTL.
004400 7000-EXIT.
004410     EXIT.
004420
004430 7100-GRABA-UNA.
004440     ADD 1 TO WS-IDX.
004450     MOVE SPACE TO CTL-RECORD.
004460     MOVE WS-CTL-TRABAJO (WS-IDX)   TO CTL-TRABAJO.
004470     MOVE WS-CTL-INICIO (WS-IDX)    TO CTL-INICIO.
004480     MOVE WS-CTL-FIN (WS-IDX)       TO CTL-FIN.
004490     MOVE WS-CTL-ESTADO (WS-IDX)    TO CTL-ESTADO.
004500     MOVE WS-CTL-REGISTROS (WS-IDX) TO CTL-REGISTROS.
004510     MOVE WS-CTL-RETCODE (WS-IDX)   TO CTL-RETCODE.
004520     MOVE WS-CTL-OPERADOR (WS-IDX)  TO CTL-OPERADOR.
004530     MOVE WS-CTL-MOTIVO (WS-IDX)    TO CTL-MOTIVO.
004540     MOVE WS-CTL-FECHA-NEG (WS-IDX) TO CTL-FECHA-NEG.
004550     WRITE CTL-RECORD.
004560 7100-EXIT.
004570     EXIT.
004580
004590 END PROGRAM RUNCTL.
