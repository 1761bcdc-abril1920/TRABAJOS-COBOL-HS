000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FINDIA.
000030 AUTHOR. J. ABRIL.
000040 INSTALLATION. DEPTO DE SISTEMAS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* HISTORIAL DE MODIFICACIONES
000090*-----------------------------------------------------------
000100* FECHA       INIC  DESCRIPCION
000110* ----------  ----  ------------------------------------
000120* 2026-10-15  JA    VERSION ORIGINAL. CIERRE DEL DIA DE
000130*                   NEGOCIO: AVANZA FECHA-NEG.DAT UN DIA
000140*                   HABIL. LA ACTUAL PASA A ANTERIOR, LA
000150*                   NUEVA ACTUAL ES EL HABIL QUE SIGUE A LA
000160*                   QUE CIERRA Y SE CALCULA LA NUEVA
000170*                   SIGUIENTE, SALTANDO SABADOS, DOMINGOS Y
000180*                   LOS FESTIVOS DE FECHAS-HOL.DAT QUE
000190*                   APLICAN AL CALENDARIO DEL CONTROL. LAS
000200*                   DOS SE RECALCULAN CONTRA EL CALENDARIO
000210*                   VIGENTE, NO SE COPIA LA SIGUIENTE
000220*                   GUARDADA, POR SI SE DIO DE ALTA UN
000230*                   FESTIVO DESPUES DEL CIERRE ANTERIOR. SI
000240*                   NO EXISTE EL CONTROL SE CREA CON EL DIA
000250*                   HABIL DE HOY (O EL PRIMERO DESPUES). SE
000260*                   PUEDE CORRER SOLO O COMO ULTIMO PASO DE
000270*                   LA MALLA.
000280* 2026-10-15  JA    NO SE CIERRA DOS VECES EL MISMO DIA. CON
000290*                   UNA NOCHE DE LA MALLA EN CURSO SOLO SE
000300*                   CIERRA SI ES LA NOCHE DE LA FECHA ACTUAL;
000310*                   SIN NOCHE EN CURSO, SOLO SI LA MALLA YA
000320*                   COMPLETO LA NOCHE DE LA FECHA ACTUAL. SI
000330*                   NO, TERMINA CON RC 8 SIN TOCAR EL CONTROL.
000340*-----------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. GENERICO.
000390 OBJECT-COMPUTER. GENERICO.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT FECHA-NEG ASSIGN TO "FECHA-NEG.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-FNG-STATUS.
000460
000470     SELECT FECHAS-HOL ASSIGN TO "FECHAS-HOL.DAT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-HOL-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530*-----------------------------------------------------------
000540* FNG-RECORD: UN SOLO RENGLON. MISMA TRAZA QUE EN FECNEG.
000550*   POS 01-08 FNG-ACTUAL     FECHA DE NEGOCIO EN CURSO.
000560*   POS 10-17 FNG-ANTERIOR   HABIL ANTERIOR.
000570*   POS 19-26 FNG-SIGUIENTE  HABIL SIGUIENTE.
000580*   POS 28-29 FNG-CAL        CALENDARIO CUYOS FESTIVOS CUENTAN
000590*                            (EN BLANCO = TODOS).
000600*   POS 31-38 FNG-MALLA      ULTIMA FECHA DE NEGOCIO CUYA NOCHE
000610*                            COMPLETO LA MALLA (CEROS = NINGUNA).
000620*   POS 40-47 FNG-NOCHE      FECHA DE NEGOCIO DE LA NOCHE QUE LA
000630*                            MALLA TIENE EN CURSO (CEROS = NO
000640*                            HAY NOCHE EN CURSO).
000650*-----------------------------------------------------------
000660 FD  FECHA-NEG.
000670 01  FNG-RECORD.
000680     05 FNG-ACTUAL               PIC 9(08).
000690     05 FILLER                   PIC X(01).
000700     05 FNG-ANTERIOR             PIC 9(08).
000710     05 FILLER                   PIC X(01).
000720     05 FNG-SIGUIENTE            PIC 9(08).
000730     05 FILLER                   PIC X(01).
000740     05 FNG-CAL                  PIC X(02).
000750     05 FILLER                   PIC X(01).
000760     05 FNG-MALLA                PIC 9(08).
000770     05 FILLER                   PIC X(01).
000780     05 FNG-NOCHE                PIC 9(08).
000790
000800 FD  FECHAS-HOL.
000810 01  HOL-RECORD.
000820     05 HOL-FECHA                PIC 9(08).
000830     05 HOL-DESC                 PIC X(30).
000840     05 HOL-CAL                  PIC X(04).
000850
000860 WORKING-STORAGE SECTION.
000870*-----------------------------------------------------------
000880* INDICADORES DE ESTADO DE ARCHIVO
000890*-----------------------------------------------------------
000900 01  WS-FILE-STATUSES.
000910     05 WS-FNG-STATUS            PIC X(02) VALUE "00".
000920     05 WS-HOL-STATUS            PIC X(02) VALUE "00".
000930
000940*-----------------------------------------------------------
000950* SWITCHES
000960*-----------------------------------------------------------
000970 01  WS-SWITCHES.
000980     05 WS-HOL-EOF-SW            PIC X(01) VALUE "N".
000990        88 WS-HOL-EOF                      VALUE "Y".
001000     05 WS-CONTROL-SW            PIC X(01) VALUE "N".
001010        88 WS-HAY-CONTROL                  VALUE "Y".
001020     05 WS-HABIL-SW              PIC X(01) VALUE "N".
001030        88 WS-DIA-HABIL                    VALUE "Y".
001040        88 WS-DIA-NO-HABIL                 VALUE "N".
001050     05 WS-FESTIVO-SW            PIC X(01) VALUE "N".
001060        88 WS-FESTIVO                      VALUE "Y".
001070     05 WS-REPETIDO-SW           PIC X(01) VALUE "N".
001080        88 WS-CIERRE-REPETIDO              VALUE "Y".
001090
001100*-----------------------------------------------------------
001110* CONTADORES Y CAMPOS DE TRABAJO
001120*-----------------------------------------------------------
001130 77  WS-HOL-TALLY                PIC 9(05) COMP VALUE ZERO.
001140 77  WS-HOL-IDX                  PIC 9(05) COMP VALUE ZERO.
001150 77  WS-ROLL-INT                 PIC 9(09) COMP VALUE ZERO.
001160 77  WS-DAY-NUM                  PIC 9(01) COMP VALUE ZERO.
001170*    +1 BUSCA EL HABIL SIGUIENTE, -1 EL ANTERIOR.
001180 77  WS-DIRECCION                PIC S9(01) COMP VALUE +1.
001190 77  WS-WORK-DATE                PIC 9(08) VALUE ZERO.
001200 77  WS-CAL                      PIC X(02) VALUE SPACE.
001210 77  WS-HOY                      PIC 9(08) VALUE ZERO.
001220
001230*-----------------------------------------------------------
001240* FECHAS DE NEGOCIO ANTES Y DESPUES DEL CIERRE
001250*-----------------------------------------------------------
001260 01  WS-FECHAS-ANTES.
001270     05 WFA-ACTUAL               PIC 9(08) VALUE ZERO.
001280     05 WFA-ANTERIOR             PIC 9(08) VALUE ZERO.
001290     05 WFA-SIGUIENTE            PIC 9(08) VALUE ZERO.
001300     05 WFA-MALLA                PIC 9(08) VALUE ZERO.
001310     05 WFA-NOCHE                PIC 9(08) VALUE ZERO.
001320
001330 01  WS-FECHAS-NUEVAS.
001340     05 WFN-ACTUAL               PIC 9(08) VALUE ZERO.
001350     05 WFN-ACTUAL-R REDEFINES WFN-ACTUAL.
001360        10 WFN-ACT-MES           PIC 9(06).
001370        10 FILLER                PIC 9(02).
001380     05 WFN-ANTERIOR             PIC 9(08) VALUE ZERO.
001390     05 WFN-ANTERIOR-R REDEFINES WFN-ANTERIOR.
001400        10 WFN-ANT-MES           PIC 9(06).
001410        10 FILLER                PIC 9(02).
001420     05 WFN-SIGUIENTE            PIC 9(08) VALUE ZERO.
001430
001440*-----------------------------------------------------------
001450* TABLA DE DIAS FESTIVOS, CARGADA DE FECHAS-HOL
001460*-----------------------------------------------------------
001470 01  WS-HOLIDAY-TABLE.
001480     05 WS-HOLIDAY-ENTRY         OCCURS 366 TIMES.
001490         10 WS-HOL-FECHA-E       PIC 9(08).
001500         10 WS-HOL-CAL-E         PIC X(04).
001510
001520 PROCEDURE DIVISION.
001530*-----------------------------------------------------------
001540* 0000-MAINLINE
001550*-----------------------------------------------------------
001560 0000-MAINLINE.
001570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001580     IF WS-HAY-CONTROL
001590         PERFORM 1500-VERIFICA-NOCHE THRU 1500-EXIT
001600         IF WS-CIERRE-REPETIDO
001610             MOVE 8 TO RETURN-CODE
001620             GOBACK
001630         END-IF
001640         PERFORM 2000-AVANZA THRU 2000-EXIT
001650     ELSE
001660         PERFORM 2500-CREA-CONTROL THRU 2500-EXIT
001670     END-IF.
001680     PERFORM 4000-GRABA-CONTROL THRU 4000-EXIT.
001690     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001700     GOBACK.
001710
001720*-----------------------------------------------------------
001730* 1000-INITIALIZE
001740* CARGA LOS FESTIVOS Y LEE EL CONTROL. UN CONTROL QUE EXISTE
001750* PERO NO SE PUEDE LEER NO SE REEMPLAZA: SE TERMINA ANORMAL
001760* PARA QUE NADIE PIERDA LA FECHA EN CURSO.
001770*-----------------------------------------------------------
001780 1000-INITIALIZE.
001790     MOVE "N" TO WS-HOL-EOF-SW WS-CONTROL-SW WS-REPETIDO-SW.
001800     MOVE ZERO TO WS-HOL-TALLY.
001810     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
001820     PERFORM 1100-LOAD-HOLIDAYS THRU 1100-EXIT.
001830     PERFORM 1200-LEE-CONTROL THRU 1200-EXIT.
001840 1000-EXIT.
001850     EXIT.
001860
001870*-----------------------------------------------------------
001880* 1100-LOAD-HOLIDAYS
001890* LEE FECHAS-HOL.DAT COMPLETO A LA TABLA. SI EL ARCHIVO NO
001900* EXISTE SE CONTINUA SIN FESTIVOS.
001910*-----------------------------------------------------------
001920 1100-LOAD-HOLIDAYS.
001930     OPEN INPUT FECHAS-HOL.
001940     IF WS-HOL-STATUS NOT = "00"
001950         DISPLAY "FINDIA: SIN FECHAS-HOL.DAT, SOLO SE SALTAN "
001960             "SABADOS Y DOMINGOS."
001970         GO TO 1100-EXIT
001980     END-IF.
001990     PERFORM 1110-READ-HOLIDAY THRU 1110-EXIT.
002000     PERFORM 1120-STORE-HOLIDAY THRU 1120-EXIT
002010         UNTIL WS-HOL-EOF.
002020     CLOSE FECHAS-HOL.
002030 1100-EXIT.
002040     EXIT.
002050
002060 1110-READ-HOLIDAY.
002070     READ FECHAS-HOL
002080         AT END
002090             SET WS-HOL-EOF TO TRUE
002100     END-READ.
002110 1110-EXIT.
002120     EXIT.
002130
002140 1120-STORE-HOLIDAY.
002150     IF WS-HOL-TALLY >= 366
002160         DISPLAY "FINDIA: TABLA DE FESTIVOS LLENA, SE "
002170             "IGNORA " HOL-FECHA
002180     ELSE
002190         ADD 1 TO WS-HOL-TALLY
002200         MOVE HOL-FECHA TO WS-HOL-FECHA-E (WS-HOL-TALLY)
002210         MOVE HOL-CAL   TO WS-HOL-CAL-E (WS-HOL-TALLY)
002220     END-IF.
002230     PERFORM 1110-READ-HOLIDAY THRU 1110-EXIT.
002240 1120-EXIT.
002250     EXIT.
002260
002270 1200-LEE-CONTROL.
002280     OPEN INPUT FECHA-NEG.
002290     IF WS-FNG-STATUS NOT = "00"
002300         GO TO 1200-EXIT
002310     END-IF.
002320     READ FECHA-NEG
002330         AT END
002340             CLOSE FECHA-NEG
002350             GO TO 1200-EXIT
002360     END-READ.
002370     CLOSE FECHA-NEG.
002380     IF FNG-ACTUAL NOT NUMERIC
002390         OR FUNCTION TEST-DATE-YYYYMMDD (FNG-ACTUAL) NOT = ZERO
002400         DISPLAY "FINDIA: FECHA-NEG.DAT ILEGIBLE: " FNG-RECORD
002410         GO TO 9999-ABEND
002420     END-IF.
002430     SET WS-HAY-CONTROL TO TRUE.
002440     MOVE FNG-ACTUAL    TO WFA-ACTUAL.
002450     MOVE FNG-ANTERIOR  TO WFA-ANTERIOR.
002460     MOVE FNG-SIGUIENTE TO WFA-SIGUIENTE.
002470     MOVE FNG-CAL       TO WS-CAL.
002480     IF FNG-MALLA NUMERIC
002490         MOVE FNG-MALLA TO WFA-MALLA
002500     END-IF.
002510     IF FNG-NOCHE NUMERIC
002520         MOVE FNG-NOCHE TO WFA-NOCHE
002530     END-IF.
002540 1200-EXIT.
002550     EXIT.
002560
002570*-----------------------------------------------------------
002580* 1500-VERIFICA-NOCHE
002590* CADA NOCHE CIERRA UNA SOLA VEZ LA FECHA ACTUAL. DENTRO DE
002600* LA MALLA LA NOCHE EN CURSO ES LA DE LA FECHA QUE CIERRA;
002610* UN SEGUNDO CIERRE EN ESA NOCHE YA LA ENCUENTRA ATRAS DE LA
002620* ACTUAL. FUERA DE LA MALLA, LA NOCHE DE LA FECHA ACTUAL DEBE
002630* ESTAR COMPLETA. SI LA MALLA NUNCA HA ANOTADO UNA NOCHE NO
002640* HAY CONTRA QUE VERIFICAR Y SE CIERRA COMO ANTES.
002650*-----------------------------------------------------------
002660 1500-VERIFICA-NOCHE.
002670     IF WFA-NOCHE NOT = ZERO
002680         IF WFA-NOCHE NOT = WFA-ACTUAL
002690             DISPLAY "FINDIA: LA NOCHE EN CURSO ES LA DEL "
002700                 WFA-NOCHE " Y LA FECHA ACTUAL YA ES "
002710                 WFA-ACTUAL ", EL DIA YA SE CERRO."
002720             SET WS-CIERRE-REPETIDO TO TRUE
002730         END-IF
002740         GO TO 1500-EXIT
002750     END-IF.
002760     IF WFA-MALLA NOT = ZERO
002770         AND WFA-MALLA NOT = WFA-ACTUAL
002780         DISPLAY "FINDIA: LA MALLA NO HA COMPLETADO LA NOCHE DEL "
002790             WFA-ACTUAL " (ULTIMA NOCHE COMPLETA " WFA-MALLA
002800             "), NO SE CIERRA EL DIA."
002810         SET WS-CIERRE-REPETIDO TO TRUE
002820     END-IF.
002830 1500-EXIT.
002840     EXIT.
002850
002860*-----------------------------------------------------------
002870* 2000-AVANZA
002880* LA FECHA QUE CIERRA PASA A ANTERIOR; LA NUEVA ACTUAL Y LA
002890* NUEVA SIGUIENTE SE BUSCAN CONTRA EL CALENDARIO VIGENTE.
002900*-----------------------------------------------------------
002910 2000-AVANZA.
002920     MOVE WFA-ACTUAL TO WFN-ANTERIOR.
002930     MOVE WFA-ACTUAL TO WS-WORK-DATE.
002940     MOVE +1 TO WS-DIRECCION.
002950     PERFORM 3000-BUSCA-HABIL THRU 3000-EXIT.
002960     MOVE WS-WORK-DATE TO WFN-ACTUAL.
002970     PERFORM 3000-BUSCA-HABIL THRU 3000-EXIT.
002980     MOVE WS-WORK-DATE TO WFN-SIGUIENTE.
002990     IF WFN-ACTUAL NOT = WFA-SIGUIENTE
003000         DISPLAY "FINDIA: LA SIGUIENTE GUARDADA ERA "
003010             WFA-SIGUIENTE ", EL CALENDARIO VIGENTE DA "
003020             WFN-ACTUAL
003030     END-IF.
003040 2000-EXIT.
003050     EXIT.
003060
003070*-----------------------------------------------------------
003080* 2500-CREA-CONTROL
003090* PRIMERA VEZ: LA FECHA EN CURSO ES HOY SI ES HABIL, O EL
003100* PRIMER HABIL DESPUES DE HOY. TODOS LOS FESTIVOS CUENTAN
003110* HASTA QUE SE ANOTE UN CALENDARIO EN EL CONTROL.
003120*-----------------------------------------------------------
003130 2500-CREA-CONTROL.
003140     DISPLAY "FINDIA: NO EXISTE FECHA-NEG.DAT, SE CREA.".
003150     MOVE SPACE TO WS-CAL.
003160     MOVE ZERO  TO WFA-MALLA.
003170     MOVE WS-HOY TO WS-WORK-DATE.
003180     COMPUTE WS-ROLL-INT =
003190         FUNCTION INTEGER-OF-DATE (WS-WORK-DATE).
003200     PERFORM 3010-CHECA-DIA THRU 3010-EXIT.
003210     IF WS-DIA-NO-HABIL
003220         MOVE +1 TO WS-DIRECCION
003230         PERFORM 3000-BUSCA-HABIL THRU 3000-EXIT
003240     END-IF.
003250     MOVE WS-WORK-DATE TO WFN-ACTUAL.
003260     MOVE +1 TO WS-DIRECCION.
003270     PERFORM 3000-BUSCA-HABIL THRU 3000-EXIT.
003280     MOVE WS-WORK-DATE TO WFN-SIGUIENTE.
003290     MOVE WFN-ACTUAL TO WS-WORK-DATE.
003300     MOVE -1 TO WS-DIRECCION.
003310     PERFORM 3000-BUSCA-HABIL THRU 3000-EXIT.
003320     MOVE WS-WORK-DATE TO WFN-ANTERIOR.
003330 2500-EXIT.
003340     EXIT.
003350
003360*-----------------------------------------------------------
003370* 3000-BUSCA-HABIL
003380* DEJA EN WS-WORK-DATE EL PRIMER DIA HABIL DESPUES (O ANTES,
003390* SEGUN WS-DIRECCION) DE WS-WORK-DATE.
003400*-----------------------------------------------------------
003410 3000-BUSCA-HABIL.
003420     COMPUTE WS-ROLL-INT =
003430         FUNCTION INTEGER-OF-DATE (WS-WORK-DATE).
003440     SET WS-DIA-NO-HABIL TO TRUE.
003450     PERFORM 3020-MUEVE-DIA THRU 3020-EXIT
003460         UNTIL WS-DIA-HABIL.
003470 3000-EXIT.
003480     EXIT.
003490
003500*-----------------------------------------------------------
003510* 3010-CHECA-DIA
003520* MISMA REGLA QUE FECHAS: EL FESTIVO CUENTA SI NO TIENE
003530* CALENDARIO, SI EL CONTROL NO TIENE CALENDARIO, O SI EL
003540* CALENDARIO DEL CONTROL APARECE EN ALGUNA DE LAS DOS MITADES
003550* DEL CALENDARIO DEL FESTIVO.
003560*-----------------------------------------------------------
003570 3010-CHECA-DIA.
003580     SET WS-DIA-HABIL TO TRUE.
003590     COMPUTE WS-DAY-NUM = FUNCTION MOD (WS-ROLL-INT, 7).
003600     IF WS-DAY-NUM = 0 OR WS-DAY-NUM = 6
003610         SET WS-DIA-NO-HABIL TO TRUE
003620         GO TO 3010-EXIT
003630     END-IF.
003640     MOVE "N" TO WS-FESTIVO-SW.
003650     MOVE ZERO TO WS-HOL-IDX.
003660     PERFORM 3030-BUSCA-FESTIVO THRU 3030-EXIT
003670         WS-HOL-TALLY TIMES.
003680     IF WS-FESTIVO
003690         SET WS-DIA-NO-HABIL TO TRUE
003700     END-IF.
003710 3010-EXIT.
003720     EXIT.
003730
003740 3020-MUEVE-DIA.
003750     ADD WS-DIRECCION TO WS-ROLL-INT.
003760     MOVE FUNCTION DATE-OF-INTEGER (WS-ROLL-INT)
003770         TO WS-WORK-DATE.
003780     PERFORM 3010-CHECA-DIA THRU 3010-EXIT.
003790 3020-EXIT.
003800     EXIT.
003810
003820 3030-BUSCA-FESTIVO.
003830     ADD 1 TO WS-HOL-IDX.
003840     IF WS-HOL-FECHA-E (WS-HOL-IDX) = WS-WORK-DATE
003850         IF WS-CAL = SPACE
003860             OR WS-HOL-CAL-E (WS-HOL-IDX) = SPACE
003870             OR WS-CAL = WS-HOL-CAL-E (WS-HOL-IDX) (1:2)
003880             OR WS-CAL = WS-HOL-CAL-E (WS-HOL-IDX) (3:2)
003890             SET WS-FESTIVO TO TRUE
003900         END-IF
003910     END-IF.
003920 3030-EXIT.
003930     EXIT.
003940
003950*-----------------------------------------------------------
003960* 4000-GRABA-CONTROL
003970* REESCRIBE EL RENGLON COMPLETO. EL CALENDARIO, LA ULTIMA
003980* NOCHE DE LA MALLA Y LA NOCHE EN CURSO SE CONSERVAN.
003990*-----------------------------------------------------------
004000 4000-GRABA-CONTROL.
004010     OPEN OUTPUT FECHA-NEG.
004020     IF WS-FNG-STATUS NOT = "00"
004030         DISPLAY "FINDIA: NO SE PUDO ESCRIBIR FECHA-NEG.DAT "
004040             WS-FNG-STATUS
004050         GO TO 9999-ABEND
004060     END-IF.
004070     MOVE SPACE         TO FNG-RECORD.
004080     MOVE WFN-ACTUAL    TO FNG-ACTUAL.
004090     MOVE WFN-ANTERIOR  TO FNG-ANTERIOR.
004100     MOVE WFN-SIGUIENTE TO FNG-SIGUIENTE.
004110     MOVE WS-CAL        TO FNG-CAL.
004120     MOVE WFA-MALLA     TO FNG-MALLA.
004130     MOVE WFA-NOCHE     TO FNG-NOCHE.
004140     WRITE FNG-RECORD.
004150     CLOSE FECHA-NEG.
004160 4000-EXIT.
004170     EXIT.
004180
004190 8000-TERMINATE.
004200     IF WS-HAY-CONTROL
004210         DISPLAY "FINDIA: CIERRA EL DIA DE NEGOCIO " WFA-ACTUAL
004220     END-IF.
004230     DISPLAY "FINDIA: FECHA DE NEGOCIO ACTUAL    " WFN-ACTUAL.
004240     DISPLAY "FINDIA: FECHA DE NEGOCIO ANTERIOR  " WFN-ANTERIOR.
004250     DISPLAY "FINDIA: FECHA DE NEGOCIO SIGUIENTE " WFN-SIGUIENTE.
004260     IF WS-HAY-CONTROL AND WFN-ACT-MES NOT = WFN-ANT-MES
004270         DISPLAY "FINDIA: CAMBIO DE MES, QUEDA POR CERRAR EL "
004280             "MES " WFN-ANT-MES
004290     END-IF.
004300     MOVE ZERO TO RETURN-CODE.
004310 8000-EXIT.
004320     EXIT.
004330
004340*-----------------------------------------------------------
004350* 9999-ABEND
004360* TERMINACION ANORMAL POR ERROR DE ARCHIVO.
004370*-----------------------------------------------------------
004380 9999-ABEND.
004390     DISPLAY "FINDIA: TERMINACION ANORMAL.".
004400     MOVE 16 TO RETURN-CODE.
004410     GOBACK.
004420
004430 END PROGRAM FINDIA.
