000410*                   (FECH1 EN FECHAS-IN, NUM1 EN EXPO-IN),
000420*                   QUE LOS LOTES VERIFICAN ANTES DE
000430*                   PROCESAR.
000440* 2026-10-15  JA    FIRMA DE OPERADOR (SUBPROGRAMA FIRMA
000450*                   SOBRE OPERADORES.DAT) ANTES DE MOSTRAR
000460*                   EL MENU. CADA OPCION SE PERMITE O SE
000470*                   NIEGA SEGUN EL ROL DEL OPERADOR, CON LA
000480*                   TABLA WS-PERMISOS.
000490* 2026-10-15  JA    EL ENCABEZADO "H" QUE SE REARMA AL CERRAR
000500*                   UNA SESION DE CAPTURA LLEVA LA FECHA DE
000510*                   NEGOCIO DE FECHA-NEG.DAT (VIA FECNEG),
000520*                   QUE ES LA QUE EXIGEN LOS LOTES, Y NO LA
000530*                   DEL RELOJ. SIN FECHA-NEG.DAT SE USA LA
000540*                   DEL SISTEMA, CON AVISO.
000550* 2026-10-15  JA    DESPUES DE CADA FECHAS O EXPO QUE SE LANZA
000560*                   DESDE EL MENU (UN REPROCESO DE RECHAZOS,
000570*                   POR EJEMPLO) SE LLAMA A INVRECH PARA QUE
000580*                   SUS RECHAZOS ENTREN AL INVENTARIO ANTES DE
000590*                   QUE OTRA CORRIDA LOS SOBREESCRIBA.
000600*-----------------------------------------------------------
000610
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER. GENERICO.
000650 OBJECT-COMPUTER. GENERICO.
000660
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT FECHAS-IN ASSIGN TO "FECHAS-IN.DAT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-FIN-STATUS.
000720
000730     SELECT EXPO-IN ASSIGN TO "EXPO-IN.DAT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-EIN-STATUS.
000760
000770*    ARCHIVO DE PASO PARA REARMAR LOS REGISTROS DE CONTROL
000780*    SIN TENER EL ARCHIVO DE ENTRADA ABIERTO DOS VECES.
000790     SELECT MENU-CTM ASSIGN TO "MENU-CTM.DAT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-CTM-STATUS.
000820
000830     SELECT FECHAS-HOL ASSIGN TO "FECHAS-HOL.DAT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-HOL-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890*-----------------------------------------------------------
000900* MISMA TRAZA QUE FI-RECORD EN EL PROGRAMA FECHAS.
000910*-----------------------------------------------------------
000920 FD  FECHAS-IN.
000930 01  FI-RECORD                   PIC X(19).
000940*    AREA AMPLIADA PARA LOS REGISTROS DE CONTROL DE LOTE
000950*    (ENCABEZADO "H" Y SUMARIA "T"), QUE MIDEN 20.
000960 01  FI-CTL-RECORD               PIC X(20).
000970
000980*-----------------------------------------------------------
000990* MISMA TRAZA QUE EI-RECORD EN EL PROGRAMA EXPO.
001000*-----------------------------------------------------------
001010 FD  EXPO-IN.
001020 01  EI-RECORD                   PIC X(12).
001030*    AREA AMPLIADA PARA LOS REGISTROS DE CONTROL DE LOTE
001040*    (ENCABEZADO "H" Y SUMARIA "T"), QUE MIDEN 20.
001050 01  EI-CTL-RECORD               PIC X(20).
001060
001070 FD  MENU-CTM.
001080 01  CTM-RECORD                  PIC X(20).
001090
001100 FD  FECHAS-HOL.
001110 01  HOL-RECORD.
001120     05 HOL-FECHA                PIC 9(08).
001130     05 HOL-DESC                 PIC X(30).
001140     05 HOL-CAL                  PIC X(04).
001150
001160 WORKING-STORAGE SECTION.
001170*-----------------------------------------------------------
001180* INDICADORES DE ESTADO DE ARCHIVO
001190*-----------------------------------------------------------
001200 01  WS-FILE-STATUSES.
001210     05 WS-FIN-STATUS             PIC X(02) VALUE "00".
001220     05 WS-EIN-STATUS             PIC X(02) VALUE "00".
001230     05 WS-HOL-STATUS             PIC X(02) VALUE "00".
001240     05 WS-CTM-STATUS             PIC X(02) VALUE "00".
001250
001260*-----------------------------------------------------------
001270* SWITCHES
001280*-----------------------------------------------------------
001290 01  WS-SWITCHES.
001300     05 WS-SALIR-SW               PIC X(01) VALUE "N".
001310        88 WS-SALIR                         VALUE "Y".
001320     05 WS-FLD-OK-SW              PIC X(01) VALUE "N".
001330        88 WS-FLD-OK                        VALUE "Y".
001340     05 WS-OTRA-SW                PIC X(01) VALUE "S".
001350        88 WS-OTRA                          VALUE "S".
001360     05 WS-HOL-EOF-SW             PIC X(01) VALUE "N".
001370        88 WS-HOL-EOF                       VALUE "Y".
001380     05 WS-CAL-FOUND-SW           PIC X(01) VALUE "N".
001390        88 WS-CAL-FOUND                     VALUE "Y".
001400     05 WS-EOF-SW                 PIC X(01) VALUE "N".
001410        88 WS-EOF                           VALUE "Y".
001420     05 WS-PERMITIDO-SW           PIC X(01) VALUE "N".
001430        88 WS-PERMITIDO                     VALUE "Y".
001440
001450 77  WS-OPCION                     PIC 9(01) VALUE ZERO.
001460 77  WS-TEST-RC                    PIC S9(04) COMP VALUE ZERO.
001470 77  WS-CONF                       PIC X(01) VALUE SPACE.
001480 77  WS-ROL-IDX                    PIC 9(01) COMP VALUE ZERO.
001490
001500*-----------------------------------------------------------
001510* ROLES QUE PUEDEN USAR CADA OPCION DEL MENU, EN EL ORDEN
001520* DE LAS OPCIONES: "O" OPERADOR, "S" SUPERVISOR, "C"
001530* ADMINISTRADOR DE CALENDARIO. EL ADMINISTRADOR DE
001540* CALENDARIO SOLO CONSULTA; SUS CAMBIOS SE HACEN EN
001550* MANTFEST.
001560*-----------------------------------------------------------
001570 01  WS-PERMISOS-VALORES.
001580     05 FILLER                     PIC X(03) VALUE "OS ".
001590     05 FILLER                     PIC X(03) VALUE "OS ".
001600     05 FILLER                     PIC X(03) VALUE "OSC".
001610     05 FILLER                     PIC X(03) VALUE "OS ".
001620     05 FILLER                     PIC X(03) VALUE "OS ".
001630     05 FILLER                     PIC X(03) VALUE "OSC".
001640 01  WS-PERMISOS REDEFINES WS-PERMISOS-VALORES.
001650     05 WS-PERM-ROLES              PIC X(03)
001660                                   OCCURS 6 TIMES.
001670
001680*-----------------------------------------------------------
001690* CAMPOS DE CAPTURA
001700*-----------------------------------------------------------
001710 77  WS-CAP-MODO                   PIC X(01) VALUE SPACE.
001720 77  WS-CAP-FECHA                  PIC X(08) VALUE SPACE.
001730 77  WS-CAP-FECHA-N REDEFINES WS-CAP-FECHA
001740                                   PIC 9(08).
001750 77  WS-CAP-DIGITOS                PIC X(05) VALUE SPACE.
001760 77  WS-CAP-SIGNO                  PIC X(01) VALUE SPACE.
001770 77  WS-CAP-CAL                    PIC X(02) VALUE SPACE.
001780 77  WS-CAL-WORK                   PIC X(02) VALUE SPACE.
001790 77  WS-CAL-TALLY                  PIC 9(02) COMP VALUE ZERO.
001800 77  WS-CAL-IDX                    PIC 9(02) COMP VALUE ZERO.
001810
001820*-----------------------------------------------------------
001830* CIFRAS Y REGISTROS DE CONTROL DE LOTE. LA SUMA DE CONTROL
001840* SOLO TOMA CAMPOS NUMERICOS, LA MISMA REGLA QUE APLICAN
001850* FECHAS Y EXPO AL VERIFICAR.
001860*-----------------------------------------------------------
001870 77  WS-CTL-COUNT                  PIC 9(07) COMP VALUE ZERO.
001880 77  WS-CTL-HASH                   PIC 9(12) VALUE ZERO.
001890 77  WS-HASH-FECHA-X               PIC X(08) VALUE ZERO.
001900 77  WS-HASH-FECHA REDEFINES WS-HASH-FECHA-X
001910                                   PIC 9(08).
001920 77  WS-HASH-NUM-X                 PIC X(05) VALUE ZERO.
001930 77  WS-HASH-NUM REDEFINES WS-HASH-NUM-X
001940                                   PIC 9(05).
001950
001960 01  WS-CTL-HDR.
001970     05 WCH-TIPO                   PIC X(01) VALUE "H".
001980     05 WCH-FECHA                  PIC 9(08) VALUE ZERO.
001990     05 WCH-ORIGEN                 PIC X(08) VALUE "CAPTURA ".
002000     05 FILLER                     PIC X(03) VALUE SPACE.
002010
002020 01  WS-CTL-TRL.
002030     05 WCT-TIPO                   PIC X(01) VALUE "T".
002040     05 WCT-COUNT                  PIC 9(07) VALUE ZERO.
002050     05 WCT-HASH                   PIC 9(12) VALUE ZERO.
002060
002070*-----------------------------------------------------------
002080* CODIGOS DE MERCADO VISTOS EN FECHAS-HOL, PARA VALIDAR EL
002090* CALENDARIO CAPTURADO IGUAL QUE LO HARA FECHAS.
002100*-----------------------------------------------------------
002110 01  WS-CAL-TABLE.
002120     05 WS-CAL-ENTRY               PIC X(02)
002130                                   OCCURS 20 TIMES.
002140
002150*-----------------------------------------------------------
002160* REGISTROS ARMADOS, CON LA MISMA TRAZA QUE LOS ARCHIVOS
002170* DE ENTRADA DE LOS LOTES.
002180*-----------------------------------------------------------
002190 01  WS-REG-FECHAS.
002200     05 WRF-MODO                   PIC X(01).
002210     05 WRF-FECH1                  PIC X(08).
002220     05 WRF-FECH2                  PIC X(08).
002230     05 WRF-CAL                    PIC X(02).
002240
002250 01  WS-REG-FECHAS-OFS REDEFINES WS-REG-FECHAS.
002260     05 FILLER                     PIC X(09).
002270     05 WRF-OFFSET                 PIC X(05).
002280     05 WRF-OFS-SIGNO              PIC X(01).
002290     05 FILLER                     PIC X(04).
002300
002310 01  WS-REG-EXPO.
002320     05 WRE-NUM1                   PIC X(05).
002330     05 WRE-SIG1                   PIC X(01).
002340     05 WRE-NUM2                   PIC X(05).
002350     05 WRE-SIG2                   PIC X(01).
002360
002370*-----------------------------------------------------------
002380* AREA DE COMUNICACION CON EL SUBPROGRAMA RUNCTL
002390*-----------------------------------------------------------
002400 01  WS-RUNCTL-PARAM.
002410     05 WRC-FUNCION               PIC X(03).
002420     05 WRC-TRABAJO               PIC X(08).
002430     05 WRC-ESTADO                PIC X(08).
002440     05 WRC-REGISTROS             PIC 9(07).
002450     05 WRC-RETCODE               PIC 9(03).
002460     05 WRC-RESULT                PIC X(02).
002470
002480*-----------------------------------------------------------
002490* AREA DE COMUNICACION CON EL SUBPROGRAMA FIRMA
002500*-----------------------------------------------------------
002510 01  WS-FIRMA-PARAM.
002520     05 WFO-PROGRAMA              PIC X(08) VALUE "MENU".
002530     05 WFO-USUARIO               PIC X(08).
002540     05 WFO-ROL                   PIC X(01).
002550     05 WFO-NOMBRE                PIC X(30).
002560     05 WFO-RESULT                PIC X(02).
002570
002580*-----------------------------------------------------------
002590* AREA DE COMUNICACION CON EL SUBPROGRAMA FECNEG
002600*-----------------------------------------------------------
002610 01  WS-FECNEG-PARAM.
002620     05 WFN-FUNCION               PIC X(03).
002630     05 WFN-ACTUAL                PIC 9(08).
002640     05 WFN-ANTERIOR              PIC 9(08).
002650     05 WFN-SIGUIENTE             PIC 9(08).
002660     05 WFN-MALLA                 PIC 9(08).
002670     05 WFN-RESULT                PIC X(02).
002680
002690 PROCEDURE DIVISION.
002700*-----------------------------------------------------------
002710* 0000-MAINLINE
002720* PIDE LA FIRMA DEL OPERADOR Y MUESTRA EL MENU HASTA QUE
002730* ELIGE SALIR. SIN FIRMA ACEPTADA TERMINA CON RC 12.
002740*-----------------------------------------------------------
002750 0000-MAINLINE.
002760     CALL "FIRMA" USING WS-FIRMA-PARAM.
002770     CANCEL "FIRMA".
002780     IF WFO-RESULT NOT = "00"
002790         DISPLAY "MENU: ACCESO NEGADO."
002800         MOVE 12 TO RETURN-CODE
002810         GOBACK
002820     END-IF.
002830     PERFORM 1000-MOSTRAR-MENU THRU 1000-EXIT
002840         UNTIL WS-SALIR.
002850     DISPLAY "MENU: FIN DEL PROGRAMA.".
002860     GOBACK.
002870
002880*-----------------------------------------------------------
002890* 1000-MOSTRAR-MENU
002900* DESPLIEGA LAS OPCIONES Y DESPACHA LA QUE SE HAYA ELEGIDO.
002910*-----------------------------------------------------------
002920 1000-MOSTRAR-MENU.
002930     DISPLAY " ".
002940     DISPLAY "===== MENU DE UTILERIAS DE LOTE =====".
002950     DISPLAY "  OPERADOR: " WFO-USUARIO "  ROL: " WFO-ROL.
002960     DISPLAY "  1. DIFERENCIA / SUMA DE FECHAS (FECHAS)".
002970     DISPLAY "  2. ELEVAR A UNA POTENCIA (EXPO)".
002980     DISPLAY "  3. CONSULTA DE CORRIDAS".
002990     DISPLAY "  4. CAPTURAR PAREJAS PARA FECHAS".
003000     DISPLAY "  5. CAPTURAR PAREJAS PARA EXPO".
003010     DISPLAY "  6. SALIR".
003020     DISPLAY "  OPCION: ".
003030     ACCEPT WS-OPCION.
003040     IF WS-OPCION >= 1 AND WS-OPCION <= 6
003050         PERFORM 1100-VALIDA-ROL THRU 1100-EXIT
003060         IF NOT WS-PERMITIDO
003070             DISPLAY "MENU: OPCION NO PERMITIDA PARA EL ROL "
003080                 WFO-ROL "."
003090             GO TO 1000-EXIT
003100         END-IF
003110     END-IF.
003120
003130     EVALUATE WS-OPCION
003140         WHEN 1
003150             PERFORM 2000-LLAMAR-FECHAS THRU 2000-EXIT
003160         WHEN 2
003170             PERFORM 3000-LLAMAR-EXPO THRU 3000-EXIT
003180         WHEN 3
003190             PERFORM 4000-CONSULTA-CORRIDAS THRU 4000-EXIT
003200         WHEN 4
003210             PERFORM 5000-CAPTURA-FECHAS THRU 5000-EXIT
003220         WHEN 5
003230             PERFORM 6000-CAPTURA-EXPO THRU 6000-EXIT
003240         WHEN 6
003250             SET WS-SALIR TO TRUE
003260         WHEN OTHER
003270             DISPLAY "MENU: OPCION NO VALIDA."
003280     END-EVALUATE.
003290 1000-EXIT.
003300     EXIT.
003310
003320*-----------------------------------------------------------
003330* 1100-VALIDA-ROL
003340* PRENDE WS-PERMITIDO SI EL ROL DEL OPERADOR FIRMADO ESTA
003350* ENTRE LOS ROLES DE LA OPCION ELEGIDA EN WS-PERMISOS.
003360*-----------------------------------------------------------
003370 1100-VALIDA-ROL.
003380     MOVE "N" TO WS-PERMITIDO-SW.
003390     MOVE ZERO TO WS-ROL-IDX.
003400     PERFORM 1110-COMPARA-ROL THRU 1110-EXIT 3 TIMES.
003410 1100-EXIT.
003420     EXIT.
003430
003440 1110-COMPARA-ROL.
003450     ADD 1 TO WS-ROL-IDX.
003460     IF WS-PERM-ROLES (WS-OPCION) (WS-ROL-IDX:1) = WFO-ROL
003470         SET WS-PERMITIDO TO TRUE
003480     END-IF.
003490 1110-EXIT.
003500     EXIT.
003510
003520*-----------------------------------------------------------
003530* 2000-LLAMAR-FECHAS
003540* INVOCA EL PROCESO DE LOTE DE DIFERENCIA/SUMA DE FECHAS.
003550* FECHAS LEE FECHAS-IN.DAT Y ESCRIBE FECHAS-OUT.DAT, IGUAL
003560* QUE CUANDO SE CORRE POR SU CUENTA.
003570*-----------------------------------------------------------
003580 2000-LLAMAR-FECHAS.
003590     DISPLAY "MENU: INICIANDO EL PROCESO DE FECHAS...".
003600     CALL "FECHAS".
003610     CANCEL "FECHAS".
003620     DISPLAY "MENU: PROCESO DE FECHAS TERMINADO.".
003630     PERFORM 3500-LLAMAR-INVRECH THRU 3500-EXIT.
003640 2000-EXIT.
003650     EXIT.
003660
003670*-----------------------------------------------------------
003680* 3000-LLAMAR-EXPO
003690* INVOCA EL PROCESO DE LOTE DE EXPONENTES.
003700* EXPO LEE EXPO-IN.DAT Y ESCRIBE EXPO-OUT.DAT, IGUAL QUE
003710* CUANDO SE CORRE POR SU CUENTA.
003720*-----------------------------------------------------------
003730 3000-LLAMAR-EXPO.
003740     DISPLAY "MENU: INICIANDO EL PROCESO DE EXPO...".
003750     CALL "EXPO".
003760     CANCEL "EXPO".
003770     DISPLAY "MENU: PROCESO DE EXPO TERMINADO.".
003780     PERFORM 3500-LLAMAR-INVRECH THRU 3500-EXIT.
003790 3000-EXIT.
003800     EXIT.
003810
003820*-----------------------------------------------------------
003830* 3500-LLAMAR-INVRECH
003840* RECOGE EN EL INVENTARIO DE RECHAZOS LA CORRIDA QUE ACABA DE
003850* TERMINAR, IGUAL QUE EL PASO DE LA MALLA.
003860*-----------------------------------------------------------
003870 3500-LLAMAR-INVRECH.
003880     DISPLAY "MENU: RECOGIENDO LOS RECHAZOS EN EL INVENTARIO...".
003890     CALL "INVRECH".
003900     CANCEL "INVRECH".
003910 3500-EXIT.
003920     EXIT.
003930
003940*-----------------------------------------------------------
003950* 4000-CONSULTA-CORRIDAS
003960* MUESTRA LAS ULTIMAS CORRIDAS DE CADA TRABAJO CON SU
003970* RESULTADO, LEIDAS DE RUN-CTL.DAT POR RUNCTL.
003980*-----------------------------------------------------------
003990 4000-CONSULTA-CORRIDAS.
004000     MOVE "INQ"  TO WRC-FUNCION.
004010     MOVE SPACE  TO WRC-TRABAJO WRC-ESTADO.
004020     MOVE ZERO   TO WRC-REGISTROS WRC-RETCODE.
004030     CALL "RUNCTL" USING WS-RUNCTL-PARAM.
004040 4000-EXIT.
004050     EXIT.
004060
004070*-----------------------------------------------------------
004080* 5000-CAPTURA-FECHAS
004090* CAPTURA GUIADA DE PAREJAS PARA FECHAS-IN.DAT. SE REPITE
004100* HASTA QUE EL OPERADOR DIGA QUE NO HAY MAS, PARA PODER
004110* TECLEAR UNA PILA DE PAREJAS DE UNA SENTADA Y LANZAR LA
004120* CORRIDA DESDE ESTE MISMO MENU.
004130*-----------------------------------------------------------
004140 5000-CAPTURA-FECHAS.
004150     PERFORM 7000-CARGA-CALENDARIOS THRU 7000-EXIT.
004160     MOVE "S" TO WS-OTRA-SW.
004170     PERFORM 5100-UNA-PAREJA-FECHAS THRU 5100-EXIT
004180         UNTIL NOT WS-OTRA.
004190     PERFORM 5950-REARMA-CONTROL-F THRU 5950-EXIT.
004200 5000-EXIT.
004210     EXIT.
004220
004230 5100-UNA-PAREJA-FECHAS.
004240     MOVE SPACE TO WS-REG-FECHAS.
004250
004260     MOVE "N" TO WS-FLD-OK-SW.
004270     PERFORM 5200-PIDE-MODO THRU 5200-EXIT
004280         UNTIL WS-FLD-OK.
004290     MOVE WS-CAP-MODO TO WRF-MODO.
004300
004310     MOVE "N" TO WS-FLD-OK-SW.
004320     DISPLAY "MENU: FECHA DE INICIO (AAAAMMDD): ".
004330     PERFORM 5300-PIDE-FECHA THRU 5300-EXIT
004340         UNTIL WS-FLD-OK.
004350     MOVE WS-CAP-FECHA TO WRF-FECH1.
004360
004370     IF WRF-MODO = "1"
004380         MOVE "N" TO WS-FLD-OK-SW
004390         DISPLAY "MENU: FECHA FINAL (AAAAMMDD): "
004400         PERFORM 5300-PIDE-FECHA THRU 5300-EXIT
004410             UNTIL WS-FLD-OK
004420         MOVE WS-CAP-FECHA TO WRF-FECH2
004430     ELSE
004440         MOVE "N" TO WS-FLD-OK-SW
004450         PERFORM 5400-PIDE-OFFSET THRU 5400-EXIT
004460             UNTIL WS-FLD-OK
004470         MOVE WS-CAP-DIGITOS TO WRF-OFFSET
004480         MOVE WS-CAP-SIGNO   TO WRF-OFS-SIGNO
004490     END-IF.
004500
004510     MOVE "N" TO WS-FLD-OK-SW.
004520     PERFORM 5500-PIDE-CALENDARIO THRU 5500-EXIT
004530         UNTIL WS-FLD-OK.
004540     MOVE WS-CAP-CAL TO WRF-CAL.
004550
004560     DISPLAY "MENU: REGISTRO ARMADO: [" WS-REG-FECHAS "]".
004570     DISPLAY "MENU: GRABARLO (S/N)? ".
004580     ACCEPT WS-CONF.
004590     IF WS-CONF = "S" OR WS-CONF = "s"
004600         PERFORM 5900-GRABA-FECHAS-IN THRU 5900-EXIT
004610     ELSE
004620         DISPLAY "MENU: REGISTRO DESCARTADO."
004630     END-IF.
004640
004650     DISPLAY "MENU: OTRA PAREJA (S/N)? ".
004660     ACCEPT WS-OTRA-SW.
004670     IF WS-OTRA-SW = "s"
004680         MOVE "S" TO WS-OTRA-SW
004690     END-IF.
004700 5100-EXIT.
004710     EXIT.
004720
004730 5200-PIDE-MODO.
004740     DISPLAY "MENU: MODO (1=DIFERENCIA, 2=FECHA+OFFSET, "
004750         "3=FECHA+HABILES): ".
004760     ACCEPT WS-CAP-MODO.
004770     IF WS-CAP-MODO = "1" OR WS-CAP-MODO = "2"
004780         OR WS-CAP-MODO = "3"
004790         SET WS-FLD-OK TO TRUE
004800     ELSE
004810         DISPLAY "MENU: EL MODO DEBE SER 1, 2 O 3."
004820     END-IF.
004830 5200-EXIT.
004840     EXIT.
004850
004860*-----------------------------------------------------------
004870* 5300-PIDE-FECHA
004880* LA FECHA SE VALIDA CON LA MISMA REGLA QUE APLICA FECHAS
004890* (TEST-DATE-YYYYMMDD) PARA QUE NO ENTRE UN 20260231.
004900*-----------------------------------------------------------
004910 5300-PIDE-FECHA.
004920     ACCEPT WS-CAP-FECHA.
004930     IF WS-CAP-FECHA NOT NUMERIC
004940         DISPLAY "MENU: LA FECHA DEBE SER 8 DIGITOS: "
004950         GO TO 5300-EXIT
004960     END-IF.
004970     COMPUTE WS-TEST-RC =
004980         FUNCTION TEST-DATE-YYYYMMDD (WS-CAP-FECHA-N).
004990     IF WS-TEST-RC = ZERO
005000         SET WS-FLD-OK TO TRUE
005010     ELSE
005020         DISPLAY "MENU: " WS-CAP-FECHA
005030             " NO ES UNA FECHA VALIDA, OTRA VEZ: "
005040     END-IF.
005050 5300-EXIT.
005060     EXIT.
005070
005080 5400-PIDE-OFFSET.
005090     DISPLAY "MENU: DIAS DE OFFSET (5 DIGITOS): ".
005100     ACCEPT WS-CAP-DIGITOS.
005110     IF WS-CAP-DIGITOS NOT NUMERIC
005120         DISPLAY "MENU: EL OFFSET DEBE SER 5 DIGITOS."
005130         GO TO 5400-EXIT
005140     END-IF.
005150     DISPLAY "MENU: SIGNO DEL OFFSET (+/-): ".
005160     ACCEPT WS-CAP-SIGNO.
005170     IF WS-CAP-SIGNO = "+" OR WS-CAP-SIGNO = "-"
005180         SET WS-FLD-OK TO TRUE
005190     ELSE
005200         DISPLAY "MENU: EL SIGNO DEBE SER + O -."
005210     END-IF.
005220 5400-EXIT.
005230     EXIT.
005240
005250*-----------------------------------------------------------
005260* 5500-PIDE-CALENDARIO
005270* EN BLANCO = TODOS LOS FESTIVOS. SI TRAE CODIGO, DEBE SER
005280* UNO DE LOS QUE APARECEN EN FECHAS-HOL, IGUAL QUE LO
005290* EXIGIRA FECHAS AL PROCESAR.
005300*-----------------------------------------------------------
005310 5500-PIDE-CALENDARIO.
005320     DISPLAY "MENU: CALENDARIO (MX/US, VACIO = TODOS): ".
005330     MOVE SPACE TO WS-CAP-CAL.
005340     ACCEPT WS-CAP-CAL.
005350     IF WS-CAP-CAL = SPACE
005360         SET WS-FLD-OK TO TRUE
005370         GO TO 5500-EXIT
005380     END-IF.
005390     MOVE WS-CAP-CAL TO WS-CAL-WORK.
005400     PERFORM 7200-VALIDA-CAL THRU 7200-EXIT.
005410     IF WS-CAL-FOUND
005420         SET WS-FLD-OK TO TRUE
005430     ELSE
005440         DISPLAY "MENU: CALENDARIO DESCONOCIDO: " WS-CAP-CAL
005450     END-IF.
005460 5500-EXIT.
005470     EXIT.
005480
005490 5900-GRABA-FECHAS-IN.
005500     OPEN EXTEND FECHAS-IN.
005510     IF WS-FIN-STATUS = "05" OR WS-FIN-STATUS = "35"
005520         OPEN OUTPUT FECHAS-IN
005530     END-IF.
005540     IF WS-FIN-STATUS NOT = "00"
005550         DISPLAY "MENU: NO SE PUDO ABRIR FECHAS-IN.DAT "
005560             WS-FIN-STATUS
005570         GO TO 5900-EXIT
005580     END-IF.
005590     WRITE FI-RECORD FROM WS-REG-FECHAS.
005600     CLOSE FECHAS-IN.
005610     DISPLAY "MENU: REGISTRO AGREGADO A FECHAS-IN.DAT.".
005620 5900-EXIT.
005630     EXIT.
005640
005650*-----------------------------------------------------------
005660* 5950-REARMA-CONTROL-F
005670* AL CERRAR LA SESION DE CAPTURA SE REARMA EL CONTROL DE
005680* LOTE DE FECHAS-IN.DAT: SE COPIAN LOS DATOS (QUITANDO
005690* CONTROLES VIEJOS) AL ARCHIVO DE PASO, CONTANDO Y SUMANDO
005700* FECH1, Y SE REESCRIBE EL ARCHIVO CON ENCABEZADO DEL DIA,
005710* LOS DATOS Y LA SUMARIA AL FINAL.
005720*-----------------------------------------------------------
005730 5950-REARMA-CONTROL-F.
005740     OPEN INPUT FECHAS-IN.
005750     IF WS-FIN-STATUS NOT = "00"
005760         GO TO 5950-EXIT
005770     END-IF.
005780     OPEN OUTPUT MENU-CTM.
005790     IF WS-CTM-STATUS NOT = "00"
005800         DISPLAY "MENU: NO SE PUDO ABRIR MENU-CTM.DAT "
005810             WS-CTM-STATUS
005820         CLOSE FECHAS-IN
005830         GO TO 5950-EXIT
005840     END-IF.
005850     MOVE ZERO TO WS-CTL-COUNT WS-CTL-HASH.
005860     MOVE "N" TO WS-EOF-SW.
005870     PERFORM 5960-COPIA-DATO-F THRU 5960-EXIT
005880         UNTIL WS-EOF.
005890     CLOSE FECHAS-IN.
005900     CLOSE MENU-CTM.
005910
005920     OPEN OUTPUT FECHAS-IN.
005930     IF WS-FIN-STATUS NOT = "00"
005940         DISPLAY "MENU: NO SE PUDO REESCRIBIR FECHAS-IN.DAT "
005950             WS-FIN-STATUS
005960         GO TO 5950-EXIT
005970     END-IF.
005980     OPEN INPUT MENU-CTM.
005990     PERFORM 7950-FECHA-NEGOCIO THRU 7950-EXIT.
006000     WRITE FI-CTL-RECORD FROM WS-CTL-HDR.
006010     MOVE "N" TO WS-EOF-SW.
006020     PERFORM 5970-REGRESA-DATO-F THRU 5970-EXIT
006030         UNTIL WS-EOF.
006040     MOVE WS-CTL-COUNT TO WCT-COUNT.
006050     MOVE WS-CTL-HASH  TO WCT-HASH.
006060     WRITE FI-CTL-RECORD FROM WS-CTL-TRL.
006070     CLOSE FECHAS-IN.
006080     CLOSE MENU-CTM.
006090     DISPLAY "MENU: CONTROL DE LOTE REARMADO EN "
006100         "FECHAS-IN.DAT, " WS-CTL-COUNT " REGISTROS.".
006110 5950-EXIT.
006120     EXIT.
006130
006140 5960-COPIA-DATO-F.
006150     READ FECHAS-IN
006160         AT END
006170             SET WS-EOF TO TRUE
006180     END-READ.
006190     IF WS-EOF
006200         GO TO 5960-EXIT
006210     END-IF.
006220     IF FI-CTL-RECORD (1:1) = "H" OR FI-CTL-RECORD (1:1) = "T"
006230         GO TO 5960-EXIT
006240     END-IF.
006250     ADD 1 TO WS-CTL-COUNT.
006260     MOVE FI-CTL-RECORD (2:8) TO WS-HASH-FECHA-X.
006270     IF WS-HASH-FECHA-X IS NUMERIC
006280         ADD WS-HASH-FECHA TO WS-CTL-HASH
006290     END-IF.
006300     WRITE CTM-RECORD FROM FI-CTL-RECORD.
006310 5960-EXIT.
006320     EXIT.
006330
006340 5970-REGRESA-DATO-F.
006350     READ MENU-CTM
006360         AT END
006370             SET WS-EOF TO TRUE
006380     END-READ.
006390     IF NOT WS-EOF
006400         WRITE FI-CTL-RECORD FROM CTM-RECORD
006410     END-IF.
006420 5970-EXIT.
006430     EXIT.
006440
006450*-----------------------------------------------------------
006460* 6000-CAPTURA-EXPO
006470* CAPTURA GUIADA DE PAREJAS BASE/EXPONENTE PARA
006480* EXPO-IN.DAT, CON LAS MISMAS REGLAS QUE VALIDA EXPO.
006490*-----------------------------------------------------------
006500 6000-CAPTURA-EXPO.
006510     MOVE "S" TO WS-OTRA-SW.
006520     PERFORM 6100-UNA-PAREJA-EXPO THRU 6100-EXIT
006530         UNTIL NOT WS-OTRA.
006540     PERFORM 6950-REARMA-CONTROL-E THRU 6950-EXIT.
006550 6000-EXIT.
006560     EXIT.
006570
006580 6100-UNA-PAREJA-EXPO.
006590     MOVE SPACE TO WS-REG-EXPO.
006600
006610     MOVE "N" TO WS-FLD-OK-SW.
006620     DISPLAY "MENU: BASE (5 DIGITOS, 2 DECIMALES "
006630         "IMPLICITOS, EJ. 00250 = 2.50).".
006640     PERFORM 6200-PIDE-VALOR THRU 6200-EXIT
006650         UNTIL WS-FLD-OK.
006660     MOVE WS-CAP-DIGITOS TO WRE-NUM1.
006670     MOVE WS-CAP-SIGNO   TO WRE-SIG1.
006680
006690     MOVE "N" TO WS-FLD-OK-SW.
006700     DISPLAY "MENU: EXPONENTE (5 DIGITOS, 2 DECIMALES "
006710         "IMPLICITOS).".
006720     PERFORM 6200-PIDE-VALOR THRU 6200-EXIT
006730         UNTIL WS-FLD-OK.
006740     MOVE WS-CAP-DIGITOS TO WRE-NUM2.
006750     MOVE WS-CAP-SIGNO   TO WRE-SIG2.
006760
006770*    LAS MISMAS REGLAS QUE 2100-VALIDATE-VALUES DE EXPO:
006780*    BASE NEGATIVA SOLO CON EXPONENTE ENTERO, Y BASE CERO
006790*    SOLO CON EXPONENTE NO NEGATIVO.
006800     IF WRE-SIG1 = "-" AND WRE-NUM2 (4:2) NOT = "00"
006810         DISPLAY "MENU: BASE NEGATIVA CON EXPONENTE NO "
006820             "ENTERO, EXPO LO RECHAZARIA."
006830         GO TO 6100-SIGUE
006840     END-IF.
006850     IF WRE-NUM1 = "00000" AND WRE-SIG2 = "-"
006860         DISPLAY "MENU: BASE CERO CON EXPONENTE NEGATIVO, "
006870             "EXPO LO RECHAZARIA."
006880         GO TO 6100-SIGUE
006890     END-IF.
006900
006910     DISPLAY "MENU: REGISTRO ARMADO: [" WS-REG-EXPO "]".
006920     DISPLAY "MENU: GRABARLO (S/N)? ".
006930     ACCEPT WS-CONF.
006940     IF WS-CONF = "S" OR WS-CONF = "s"
006950         PERFORM 6900-GRABA-EXPO-IN THRU 6900-EXIT
006960     ELSE
006970         DISPLAY "MENU: REGISTRO DESCARTADO."
006980     END-IF.
006990
007000 6100-SIGUE.
007010     DISPLAY "MENU: OTRA PAREJA (S/N)? ".
007020     ACCEPT WS-OTRA-SW.
007030     IF WS-OTRA-SW = "s"
007040         MOVE "S" TO WS-OTRA-SW
007050     END-IF.
007060 6100-EXIT.
007070     EXIT.
007080
007090 6200-PIDE-VALOR.
007100     DISPLAY "MENU: VALOR (5 DIGITOS): ".
007110     ACCEPT WS-CAP-DIGITOS.
007120     IF WS-CAP-DIGITOS NOT NUMERIC
007130         DISPLAY "MENU: EL VALOR DEBE SER 5 DIGITOS."
007140         GO TO 6200-EXIT
007150     END-IF.
007160     DISPLAY "MENU: SIGNO (+/-): ".
007170     ACCEPT WS-CAP-SIGNO.
007180     IF WS-CAP-SIGNO = "+" OR WS-CAP-SIGNO = "-"
007190         SET WS-FLD-OK TO TRUE
007200     ELSE
007210         DISPLAY "MENU: EL SIGNO DEBE SER + O -."
007220     END-IF.
007230 6200-EXIT.
007240     EXIT.
007250
007260 6900-GRABA-EXPO-IN.
007270     OPEN EXTEND EXPO-IN.
007280     IF WS-EIN-STATUS = "05" OR WS-EIN-STATUS = "35"
007290         OPEN OUTPUT EXPO-IN
007300     END-IF.
007310     IF WS-EIN-STATUS NOT = "00"
007320         DISPLAY "MENU: NO SE PUDO ABRIR EXPO-IN.DAT "
007330             WS-EIN-STATUS
007340         GO TO 6900-EXIT
007350     END-IF.
007360     WRITE EI-RECORD FROM WS-REG-EXPO.
007370     CLOSE EXPO-IN.
007380     DISPLAY "MENU: REGISTRO AGREGADO A EXPO-IN.DAT.".
007390 6900-EXIT.
007400     EXIT.
007410
007420*-----------------------------------------------------------
007430* 6950-REARMA-CONTROL-E
007440* MISMO REARME DE CONTROL DE LOTE QUE 5950 PERO SOBRE
007450* EXPO-IN.DAT, SUMANDO LOS CINCO DIGITOS DE NUM1.
007460*-----------------------------------------------------------
007470 6950-REARMA-CONTROL-E.
007480     OPEN INPUT EXPO-IN.
007490     IF WS-EIN-STATUS NOT = "00"
007500         GO TO 6950-EXIT
007510     END-IF.
007520     OPEN OUTPUT MENU-CTM.
007530     IF WS-CTM-STATUS NOT = "00"
007540         DISPLAY "MENU: NO SE PUDO ABRIR MENU-CTM.DAT "
007550             WS-CTM-STATUS
007560         CLOSE EXPO-IN
007570         GO TO 6950-EXIT
007580     END-IF.
007590     MOVE ZERO TO WS-CTL-COUNT WS-CTL-HASH.
007600     MOVE "N" TO WS-EOF-SW.
007610     PERFORM 6960-COPIA-DATO-E THRU 6960-EXIT
007620         UNTIL WS-EOF.
007630     CLOSE EXPO-IN.
007640     CLOSE MENU-CTM.
007650
007660     OPEN OUTPUT EXPO-IN.
007670     IF WS-EIN-STATUS NOT = "00"
007680         DISPLAY "MENU: NO SE PUDO REESCRIBIR EXPO-IN.DAT "
007690             WS-EIN-STATUS
007700         GO TO 6950-EXIT
007710     END-IF.
007720     OPEN INPUT MENU-CTM.
007730     PERFORM 7950-FECHA-NEGOCIO THRU 7950-EXIT.
007740     WRITE EI-CTL-RECORD FROM WS-CTL-HDR.
007750     MOVE "N" TO WS-EOF-SW.
007760     PERFORM 6970-REGRESA-DATO-E THRU 6970-EXIT
007770         UNTIL WS-EOF.
007780     MOVE WS-CTL-COUNT TO WCT-COUNT.
007790     MOVE WS-CTL-HASH  TO WCT-HASH.
007800     WRITE EI-CTL-RECORD FROM WS-CTL-TRL.
007810     CLOSE EXPO-IN.
007820     CLOSE MENU-CTM.
007830     DISPLAY "MENU: CONTROL DE LOTE REARMADO EN "
007840         "EXPO-IN.DAT, " WS-CTL-COUNT " REGISTROS.".
007850 6950-EXIT.
007860     EXIT.
007870
007880 6960-COPIA-DATO-E.
007890     READ EXPO-IN
007900         AT END
007910             SET WS-EOF TO TRUE
007920     END-READ.
007930     IF WS-EOF
007940         GO TO 6960-EXIT
007950     END-IF.
007960     IF EI-CTL-RECORD (1:1) = "H" OR EI-CTL-RECORD (1:1) = "T"
007970         GO TO 6960-EXIT
007980     END-IF.
007990     ADD 1 TO WS-CTL-COUNT.
008000     MOVE EI-CTL-RECORD (1:5) TO WS-HASH-NUM-X.
008010     IF WS-HASH-NUM-X IS NUMERIC
008020         ADD WS-HASH-NUM TO WS-CTL-HASH
008030     END-IF.
008040     WRITE CTM-RECORD FROM EI-CTL-RECORD.
008050 6960-EXIT.
008060     EXIT.
008070
008080 6970-REGRESA-DATO-E.
008090     READ MENU-CTM
008100         AT END
008110             SET WS-EOF TO TRUE
008120     END-READ.
008130     IF NOT WS-EOF
008140         WRITE EI-CTL-RECORD FROM CTM-RECORD
008150     END-IF.
008160 6970-EXIT.
008170     EXIT.
008180
008190*-----------------------------------------------------------
008200* 7000-CARGA-CALENDARIOS
008210* JUNTA LOS CODIGOS DE MERCADO DE DOS LETRAS QUE APARECEN
008220* EN FECHAS-HOL.DAT (CADA MITAD DE HOL-CAL), IGUAL QUE LO
008230* HACE FECHAS AL CARGAR SUS FESTIVOS.
008240*-----------------------------------------------------------
008250 7000-CARGA-CALENDARIOS.
008260     MOVE ZERO TO WS-CAL-TALLY.
008270     MOVE "N" TO WS-HOL-EOF-SW.
008280     OPEN INPUT FECHAS-HOL.
008290     IF WS-HOL-STATUS NOT = "00"
008300         GO TO 7000-EXIT
008310     END-IF.
008320     PERFORM 7900-LEE-FESTIVO THRU 7900-EXIT.
008330     PERFORM 7100-JUNTA-CAL THRU 7100-EXIT
008340         UNTIL WS-HOL-EOF.
008350     CLOSE FECHAS-HOL.
008360 7000-EXIT.
008370     EXIT.
008380
008390 7100-JUNTA-CAL.
008400     MOVE HOL-CAL (1:2) TO WS-CAL-WORK.
008410     PERFORM 7300-REGISTRA-CAL THRU 7300-EXIT.
008420     MOVE HOL-CAL (3:2) TO WS-CAL-WORK.
008430     PERFORM 7300-REGISTRA-CAL THRU 7300-EXIT.
008440     PERFORM 7900-LEE-FESTIVO THRU 7900-EXIT.
008450 7100-EXIT.
008460     EXIT.
008470
008480 7200-VALIDA-CAL.
008490     MOVE "N" TO WS-CAL-FOUND-SW.
008500     MOVE ZERO TO WS-CAL-IDX.
008510     PERFORM 7210-COMPARA-CAL THRU 7210-EXIT
008520         WS-CAL-TALLY TIMES.
008530 7200-EXIT.
008540     EXIT.
008550
008560 7210-COMPARA-CAL.
008570     ADD 1 TO WS-CAL-IDX.
008580     IF WS-CAL-ENTRY (WS-CAL-IDX) = WS-CAL-WORK
008590         SET WS-CAL-FOUND TO TRUE
008600     END-IF.
008610 7210-EXIT.
008620     EXIT.
008630
008640 7300-REGISTRA-CAL.
008650     IF WS-CAL-WORK = SPACE
008660         GO TO 7300-EXIT
008670     END-IF.
008680     PERFORM 7200-VALIDA-CAL THRU 7200-EXIT.
008690     IF NOT WS-CAL-FOUND AND WS-CAL-TALLY < 20
008700         ADD 1 TO WS-CAL-TALLY
008710         MOVE WS-CAL-WORK TO WS-CAL-ENTRY (WS-CAL-TALLY)
008720     END-IF.
008730 7300-EXIT.
008740     EXIT.
008750
008760 7900-LEE-FESTIVO.
008770     READ FECHAS-HOL
008780         AT END
008790             SET WS-HOL-EOF TO TRUE
008800     END-READ.
008810 7900-EXIT.
008820     EXIT.
008830
008840*-----------------------------------------------------------
008850* 7950-FECHA-NEGOCIO
008860* FECHA PARA EL ENCABEZADO DE CONTROL DE LOTE: LA FECHA DE
008870* NEGOCIO EN CURSO, QUE ES LA DE LA NOCHE QUE VA A PROCESAR
008880* LO CAPTURADO.
008890*-----------------------------------------------------------
008900 7950-FECHA-NEGOCIO.
008910     MOVE "CON" TO WFN-FUNCION.
008920     CALL "FECNEG" USING WS-FECNEG-PARAM.
008930     CANCEL "FECNEG".
008940     IF WFN-RESULT = "00"
008950         MOVE WFN-ACTUAL TO WCH-FECHA
008960     ELSE
008970         DISPLAY "MENU: SIN FECHA-NEG.DAT, EL ENCABEZADO LLEVA "
008980             "LA FECHA DEL SISTEMA."
008990         MOVE FUNCTION CURRENT-DATE (1:8) TO WCH-FECHA
009000     END-IF.
009010 7950-EXIT.
009020     EXIT.
009030
009040 END PROGRAM MENU.
