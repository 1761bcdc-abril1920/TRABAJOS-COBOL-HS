000360*                   DEL ANO EXPANDE AMBOS TIPOS A
000370*                   FECHAS-HOL CON SU CALENDARIO, SIN
000380*                   FECHAS TECLEADAS A MANO.
000390* 2026-10-15  JA    FIRMA DE OPERADOR (SUBPROGRAMA FIRMA)
000400*                   AL ENTRAR. LISTAR LO PUEDE CUALQUIER
000410*                   ROL; AGREGAR, ELIMINAR Y GENERAR SOLO
000420*                   EL ADMINISTRADOR DE CALENDARIO Y EL
000430*                   SUPERVISOR. CADA CAMBIO A FECHAS-HOL SE
000440*                   ANOTA EN LA BITACORA FECHAS-BIT.DAT CON
000450*                   OPERADOR, FECHA Y HORA, ACCION (A ALTA,
000460*                   B BAJA, G GENERACION POR REGLA) E IMAGEN
000470*                   ANTES Y DESPUES DEL FESTIVO.
000480*-----------------------------------------------------------
000490
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. GENERICO.
000530 OBJECT-COMPUTER. GENERICO.
000540
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT FECHAS-HOL ASSIGN TO "FECHAS-HOL.DAT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-HOL-STATUS.
000600
000610     SELECT FECHAS-RGL ASSIGN TO "FECHAS-RGL.DAT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RGL-STATUS.
000640
000650     SELECT FECHAS-BIT ASSIGN TO "FECHAS-BIT.DAT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-BIT-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  FECHAS-HOL.
000720 01  HOL-RECORD.
000730     05 HOL-FECHA                PIC 9(08).
000740     05 HOL-DESC                 PIC X(30).
000750*    CALENDARIO DEL FESTIVO: HASTA DOS CODIGOS DE MERCADO
000760*    DE DOS LETRAS (MX, US, MXUS). EN BLANCO APLICA A
000770*    TODOS. VA AL FINAL DEL REGISTRO PARA QUE LOS ARCHIVOS
000780*    ANTERIORES (SIN CALENDARIO) SE SIGAN LEYENDO TAL CUAL.
000790     05 HOL-CAL                  PIC X(04).
000800
000810*-----------------------------------------------------------
000820* REGLAS RECURRENTES. LAS FIJAS (RGL-TIPO EN BLANCO) SON UN
000830* MES Y DIA QUE ES FESTIVO TODOS LOS ANOS (0101 ANO NUEVO,
000840* 1225 NAVIDAD); LAS MOVILES (RGL-TIPO "N") SON EL N-ESIMO
000850* DIA DE LA SEMANA DE UN MES Y TRAEN MES, DIA DE LA SEMANA
000860* (1=LUNES ... 7=DOMINGO) Y ORDEN (1-4, 9=ULTIMO), CON EL
000870* MMDD EN CEROS. LA MARCA "O" AL FINAL PIDE OBSERVANCIA:
000880* SABADO SE OBSERVA VIERNES Y DOMINGO SE OBSERVA LUNES.
000890* LOS CAMPOS NUEVOS VAN AL FINAL PARA QUE LOS ARCHIVOS
000900* ANTERIORES (SOLO REGLAS FIJAS) SE SIGAN LEYENDO TAL CUAL.
000910*-----------------------------------------------------------
000920 FD  FECHAS-RGL.
000930 01  RGL-RECORD.
000940     05 RGL-MMDD                 PIC 9(04).
000950     05 RGL-DESC                 PIC X(30).
000960*    CALENDARIO DE LA REGLA, AL FINAL POR LA MISMA RAZON
000970*    QUE EN HOL-RECORD.
000980     05 RGL-CAL                  PIC X(04).
000990     05 RGL-TIPO                 PIC X(01).
001000        88 RGL-TIPO-NTH                    VALUE "N".
001010     05 RGL-MES                  PIC 9(02).
001020     05 RGL-DIA-SEM              PIC 9(01).
001030     05 RGL-ORDEN                PIC 9(01).
001040     05 RGL-OBS                  PIC X(01).
001050        88 RGL-OBSERVADO                   VALUE "O".
001060
001070*-----------------------------------------------------------
001080* BITACORA DE CAMBIOS AL CALENDARIO. UN RENGLON POR FESTIVO
001090* AGREGADO, ELIMINADO O GENERADO. LAS IMAGENES TIENEN LA
001100* TRAZA DE HOL-RECORD; EN UN ALTA LA IMAGEN ANTES VA EN
001110* BLANCO Y EN UNA BAJA LA IMAGEN DESPUES.
001120*-----------------------------------------------------------
001130 FD  FECHAS-BIT.
001140 01  BIT-RECORD.
001150     05 BIT-USUARIO              PIC X(08).
001160     05 FILLER                   PIC X(01).
001170     05 BIT-FECHA-HORA           PIC X(19).
001180     05 FILLER                   PIC X(01).
001190     05 BIT-ACCION               PIC X(01).
001200        88 BIT-ALTA                        VALUE "A".
001210        88 BIT-BAJA                        VALUE "B".
001220        88 BIT-GENERADA                    VALUE "G".
001230     05 FILLER                   PIC X(01).
001240     05 BIT-ANTES                PIC X(42).
001250     05 FILLER                   PIC X(01).
001260     05 BIT-DESPUES              PIC X(42).
001270
001280 WORKING-STORAGE SECTION.
001290*-----------------------------------------------------------
001300* INDICADORES DE ESTADO DE ARCHIVO
001310*-----------------------------------------------------------
001320 01  WS-FILE-STATUSES.
001330     05 WS-HOL-STATUS            PIC X(02) VALUE "00".
001340     05 WS-RGL-STATUS            PIC X(02) VALUE "00".
001350     05 WS-BIT-STATUS            PIC X(02) VALUE "00".
001360
001370*-----------------------------------------------------------
001380* SWITCHES
001390*-----------------------------------------------------------
001400 01  WS-SWITCHES.
001410     05 WS-HOL-EOF-SW            PIC X(01) VALUE "N".
001420        88 WS-HOL-EOF                      VALUE "Y".
001430     05 WS-RGL-EOF-SW            PIC X(01) VALUE "N".
001440        88 WS-RGL-EOF                      VALUE "Y".
001450     05 WS-SALIR-SW              PIC X(01) VALUE "N".
001460        88 WS-SALIR                        VALUE "Y".
001470     05 WS-DUP-SW                PIC X(01) VALUE "N".
001480        88 WS-DUPLICADO                    VALUE "Y".
001490     05 WS-PERMITIDO-SW          PIC X(01) VALUE "N".
001500        88 WS-PERMITIDO                    VALUE "Y".
001510
001520*-----------------------------------------------------------
001530* CONTADORES Y CAMPOS DE TRABAJO
001540*-----------------------------------------------------------
001550 77  WS-OPCION                   PIC 9(01) VALUE ZERO.
001560 77  WS-FEST-TALLY               PIC 9(05) COMP VALUE ZERO.
001570 77  WS-TEST-RC                  PIC S9(04) COMP VALUE ZERO.
001580 77  WS-FECHA-CAP                PIC 9(08) VALUE ZERO.
001590 77  WS-DESC-CAP                 PIC X(30) VALUE SPACE.
001600 77  WS-CAL-CAP                  PIC X(04) VALUE SPACE.
001610 77  WS-ANO-CAP                  PIC 9(04) VALUE ZERO.
001620 77  WS-GEN-COUNT                PIC 9(05) COMP VALUE ZERO.
001630 77  WS-IDX                      PIC 9(05) COMP VALUE ZERO.
001640 77  WS-POS                      PIC 9(05) COMP VALUE ZERO.
001650*    APOYOS DE LA GENERACION: DIA DE LA SEMANA EN ESCALA
001660*    1=LUNES ... 7=DOMINGO (EL MOD 7 DEL ENTERO DE FECHA DA
001670*    0=DOMINGO Y 6=SABADO) Y EL ENTERO DE FECHA DE TRABAJO.
001680 77  WS-DIA-NUM                  PIC 9(01) COMP VALUE ZERO.
001690 77  WS-DIA-SEM-1                PIC 9(01) COMP VALUE ZERO.
001700 77  WS-AJUSTE                   PIC 9(01) COMP VALUE ZERO.
001710 77  WS-INT1                     PIC 9(07) COMP VALUE ZERO.
001720 77  WS-ROL-IDX                  PIC 9(01) COMP VALUE ZERO.
001730 77  WS-BIT-IDX                  PIC 9(05) COMP VALUE ZERO.
001740 77  WS-BIT-ACCION               PIC X(01) VALUE SPACE.
001750
001760*-----------------------------------------------------------
001770* ROLES QUE PUEDEN USAR CADA OPCION DEL MENU, EN EL ORDEN
001780* DE LAS OPCIONES: "O" OPERADOR, "S" SUPERVISOR, "C"
001790* ADMINISTRADOR DE CALENDARIO.
001800*-----------------------------------------------------------
001810 01  WS-PERMISOS-VALORES.
001820     05 FILLER                   PIC X(03) VALUE "OSC".
001830     05 FILLER                   PIC X(03) VALUE "SC ".
001840     05 FILLER                   PIC X(03) VALUE "SC ".
001850     05 FILLER                   PIC X(03) VALUE "SC ".
001860     05 FILLER                   PIC X(03) VALUE "OSC".
001870 01  WS-PERMISOS REDEFINES WS-PERMISOS-VALORES.
001880     05 WS-PERM-ROLES            PIC X(03)
001890                                 OCCURS 5 TIMES.
001900
001910*-----------------------------------------------------------
001920* IMAGENES DEL FESTIVO PARA LA BITACORA, CON LA TRAZA DE
001930* HOL-RECORD. LOS FESTIVOS DE UNA GENERACION SE JUNTAN EN
001940* WS-GEN-TABLE Y SE ANOTAN HASTA QUE FECHAS-HOL QUEDO
001950* GRABADO.
001960*-----------------------------------------------------------
001970 01  WS-IMAGEN-ANTES.
001980     05 WIA-FECHA                PIC 9(08).
001990     05 WIA-DESC                 PIC X(30).
002000     05 WIA-CAL                  PIC X(04).
002010
002020 01  WS-IMAGEN-DESPUES.
002030     05 WID-FECHA                PIC 9(08).
002040     05 WID-DESC                 PIC X(30).
002050     05 WID-CAL                  PIC X(04).
002060
002070 01  WS-GEN-TABLE.
002080     05 WS-GEN-IMAGEN            PIC X(42)
002090                                 OCCURS 366 TIMES.
002100
002110 01  WS-TIMESTAMP.
002120     05 WTS-DATE                 PIC 9(08).
002130     05 WTS-TIME                 PIC 9(08).
002140     05 WTS-DIFF                 PIC X(09) VALUE SPACE.
002150
002160 01  WS-TIMESTAMP-DISPLAY.
002170     05 WTD-YEAR                 PIC 9(04).
002180     05 WTD-DASH1                PIC X(01) VALUE "-".
002190     05 WTD-MONTH                PIC 9(02).
002200     05 WTD-DASH2                PIC X(01) VALUE "-".
002210     05 WTD-DAY                  PIC 9(02).
002220     05 WTD-SPACE                PIC X(01) VALUE SPACE.
002230     05 WTD-HOUR                 PIC 9(02).
002240     05 WTD-COLON1               PIC X(01) VALUE ":".
002250     05 WTD-MIN                  PIC 9(02).
002260     05 WTD-COLON2               PIC X(01) VALUE ":".
002270     05 WTD-SEC                  PIC 9(02).
002280
002290*-----------------------------------------------------------
002300* AREA DE COMUNICACION CON EL SUBPROGRAMA FIRMA
002310*-----------------------------------------------------------
002320 01  WS-FIRMA-PARAM.
002330     05 WFO-PROGRAMA             PIC X(08) VALUE "MANTFEST".
002340     05 WFO-USUARIO              PIC X(08).
002350     05 WFO-ROL                  PIC X(01).
002360     05 WFO-NOMBRE               PIC X(30).
002370     05 WFO-RESULT               PIC X(02).
002380
002390*-----------------------------------------------------------
002400* TABLA DE FESTIVOS EN MEMORIA, SIEMPRE EN ORDEN DE FECHA.
002410* EL LIMITE DE 366 ES EL MISMO QUE EL DE LA TABLA QUE CARGA
002420* EL PROGRAMA FECHAS; UN ARCHIVO MAS GRANDE NO CABRIA ALLA.
002430*-----------------------------------------------------------
002440 01  WS-FEST-TABLE.
002450     05 WS-FEST-ENTRY            OCCURS 366 TIMES.
002460         10 WS-FEST-FECHA        PIC 9(08).
002470         10 WS-FEST-CAL          PIC X(04).
002480         10 WS-FEST-DESC         PIC X(30).
002490
002500 01  WS-FECHA-GEN.
002510     05 WFG-ANO                  PIC 9(04).
002520     05 WFG-MMDD                 PIC 9(04).
002530 01  WS-FECHA-GEN-NUM REDEFINES WS-FECHA-GEN
002540                                 PIC 9(08).
002550
002560 01  WS-FECHA-GEN2.
002570     05 WG2-ANO                  PIC 9(04).
002580     05 WG2-MES                  PIC 9(02).
002590     05 WG2-DIA                  PIC 9(02).
002600 01  WS-FECHA-GEN2-N REDEFINES WS-FECHA-GEN2
002610                                 PIC 9(08).
002620
002630 PROCEDURE DIVISION.
002640*-----------------------------------------------------------
002650* 0000-MAINLINE
002660* CARGA EL CALENDARIO Y ATIENDE AL OPERADOR HASTA QUE ELIJA
002670* SALIR. CADA CAMBIO SE GRABA DE INMEDIATO AL ARCHIVO.
002680* SIN FIRMA ACEPTADA TERMINA CON RC 12.
002690*-----------------------------------------------------------
002700 0000-MAINLINE.
002710     CALL "FIRMA" USING WS-FIRMA-PARAM.
002720     CANCEL "FIRMA".
002730     IF WFO-RESULT NOT = "00"
002740         DISPLAY "MANTFEST: ACCESO NEGADO."
002750         MOVE 12 TO RETURN-CODE
002760         GOBACK
002770     END-IF.
002780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002790     PERFORM 2000-MOSTRAR-MENU THRU 2000-EXIT
002800         UNTIL WS-SALIR.
002810     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002820     GOBACK.
002830
002840*-----------------------------------------------------------
002850* 1000-INITIALIZE
002860* CARGA FECHAS-HOL.DAT A LA TABLA EN MEMORIA. SI EL ARCHIVO
002870* NO EXISTE SE EMPIEZA CON UN CALENDARIO VACIO.
002880*-----------------------------------------------------------
002890 1000-INITIALIZE.
002900     MOVE "N" TO WS-HOL-EOF-SW WS-SALIR-SW.
002910     MOVE ZERO TO WS-FEST-TALLY.
002920     OPEN INPUT FECHAS-HOL.
002930     IF WS-HOL-STATUS NOT = "00"
002940         DISPLAY "MANTFEST: FECHAS-HOL.DAT NO EXISTE, SE "
002950             "EMPIEZA VACIO."
002960         GO TO 1000-EXIT
002970     END-IF.
002980     PERFORM 1100-LEE-FESTIVO THRU 1100-EXIT.
002990     PERFORM 1200-GUARDA-FESTIVO THRU 1200-EXIT
003000         UNTIL WS-HOL-EOF.
003010     CLOSE FECHAS-HOL.
003020 1000-EXIT.
003030     EXIT.
003040
003050 1100-LEE-FESTIVO.
003060     READ FECHAS-HOL
003070         AT END
003080             SET WS-HOL-EOF TO TRUE
003090     END-READ.
003100 1100-EXIT.
003110     EXIT.
003120
003130 1200-GUARDA-FESTIVO.
003140     IF WS-FEST-TALLY >= 366
003150         DISPLAY "MANTFEST: TABLA LLENA, SE IGNORA "
003160             HOL-FECHA
003170     ELSE
003180         ADD 1 TO WS-FEST-TALLY
003190         MOVE HOL-FECHA TO WS-FEST-FECHA (WS-FEST-TALLY)
003200         MOVE HOL-CAL   TO WS-FEST-CAL (WS-FEST-TALLY)
003210         MOVE HOL-DESC  TO WS-FEST-DESC (WS-FEST-TALLY)
003220     END-IF.
003230     PERFORM 1100-LEE-FESTIVO THRU 1100-EXIT.
003240 1200-EXIT.
003250     EXIT.
003260
003270*-----------------------------------------------------------
003280* 2000-MOSTRAR-MENU
003290* DESPLIEGA LAS OPCIONES Y DESPACHA LA QUE SE HAYA ELEGIDO.
003300*-----------------------------------------------------------
003310 2000-MOSTRAR-MENU.
003320     DISPLAY " ".
003330     DISPLAY "===== MANTENIMIENTO DE FESTIVOS =====".
003340     DISPLAY "  OPERADOR: " WFO-USUARIO "  ROL: " WFO-ROL.
003350     DISPLAY "  1. LISTAR FESTIVOS".
003360     DISPLAY "  2. AGREGAR FESTIVO".
003370     DISPLAY "  3. ELIMINAR FESTIVO".
003380     DISPLAY "  4. GENERAR FESTIVOS DE UN ANO (REGLAS)".
003390     DISPLAY "  5. SALIR".
003400     DISPLAY "  OPCION: ".
003410     ACCEPT WS-OPCION.
003420     IF WS-OPCION >= 1 AND WS-OPCION <= 5
003430         PERFORM 2100-VALIDA-ROL THRU 2100-EXIT
003440         IF NOT WS-PERMITIDO
003450             DISPLAY "MANTFEST: OPCION NO PERMITIDA PARA EL "
003460                 "ROL " WFO-ROL "."
003470             GO TO 2000-EXIT
003480         END-IF
003490     END-IF.
003500
003510     EVALUATE WS-OPCION
003520         WHEN 1
003530             PERFORM 3000-LISTAR THRU 3000-EXIT
003540         WHEN 2
003550             PERFORM 4000-AGREGAR THRU 4000-EXIT
003560         WHEN 3
003570             PERFORM 5000-ELIMINAR THRU 5000-EXIT
003580         WHEN 4
003590             PERFORM 6000-GENERAR THRU 6000-EXIT
003600         WHEN 5
003610             SET WS-SALIR TO TRUE
003620         WHEN OTHER
003630             DISPLAY "MANTFEST: OPCION NO VALIDA."
003640     END-EVALUATE.
003650 2000-EXIT.
003660     EXIT.
003670
003680*-----------------------------------------------------------
003690* 2100-VALIDA-ROL
003700* PRENDE WS-PERMITIDO SI EL ROL DEL OPERADOR FIRMADO ESTA
003710* ENTRE LOS ROLES DE LA OPCION ELEGIDA EN WS-PERMISOS.
003720*-----------------------------------------------------------
003730 2100-VALIDA-ROL.
003740     MOVE "N" TO WS-PERMITIDO-SW.
003750     MOVE ZERO TO WS-ROL-IDX.
003760     PERFORM 2110-COMPARA-ROL THRU 2110-EXIT 3 TIMES.
003770 2100-EXIT.
003780     EXIT.
003790
003800 2110-COMPARA-ROL.
003810     ADD 1 TO WS-ROL-IDX.
003820     IF WS-PERM-ROLES (WS-OPCION) (WS-ROL-IDX:1) = WFO-ROL
003830         SET WS-PERMITIDO TO TRUE
003840     END-IF.
003850 2110-EXIT.
003860     EXIT.
003870
003880*-----------------------------------------------------------
003890* 3000-LISTAR
003900* LISTA LA TABLA COMPLETA EN ORDEN DE FECHA.
003910*-----------------------------------------------------------
003920 3000-LISTAR.
003930     IF WS-FEST-TALLY = ZERO
003940         DISPLAY "MANTFEST: EL CALENDARIO ESTA VACIO."
003950         GO TO 3000-EXIT
003960     END-IF.
003970     DISPLAY "FECHA    CAL  DESCRIPCION".
003980     DISPLAY "-------- ---- ------------------------------".
003990     MOVE ZERO TO WS-IDX.
004000     PERFORM 3100-LISTA-UNO THRU 3100-EXIT
004010         WS-FEST-TALLY TIMES.
004020 3000-EXIT.
004030     EXIT.
004040
004050 3100-LISTA-UNO.
004060     ADD 1 TO WS-IDX.
004070     DISPLAY WS-FEST-FECHA (WS-IDX) " "
004080         WS-FEST-CAL (WS-IDX) " "
004090         WS-FEST-DESC (WS-IDX).
004100 3100-EXIT.
004110     EXIT.
004120
004130*-----------------------------------------------------------
004140* 4000-AGREGAR
004150* PIDE FECHA Y DESCRIPCION, VALIDA LA FECHA CON LA MISMA
004160* REGLA QUE FECHAS (TEST-DATE-YYYYMMDD), RECHAZA DUPLICADOS
004170* E INSERTA EN SU LUGAR PARA CONSERVAR EL ORDEN.
004180*-----------------------------------------------------------
004190 4000-AGREGAR.
004200     DISPLAY "MANTFEST: FECHA A AGREGAR (AAAAMMDD): ".
004210     ACCEPT WS-FECHA-CAP.
004220     COMPUTE WS-TEST-RC =
004230         FUNCTION TEST-DATE-YYYYMMDD (WS-FECHA-CAP).
004240     IF WS-TEST-RC NOT = ZERO
004250         DISPLAY "MANTFEST: " WS-FECHA-CAP
004260             " NO ES UNA FECHA VALIDA."
004270         GO TO 4000-EXIT
004280     END-IF.
004290
004300     DISPLAY "MANTFEST: CALENDARIO (MX, US, MXUS; VACIO = "
004310         "TODOS): ".
004320     ACCEPT WS-CAL-CAP.
004330
004340     PERFORM 4100-BUSCA-FECHA THRU 4100-EXIT.
004350     IF WS-DUPLICADO
004360         DISPLAY "MANTFEST: " WS-FECHA-CAP " " WS-CAL-CAP
004370             " YA ESTA EN EL CALENDARIO."
004380         GO TO 4000-EXIT
004390     END-IF.
004400     IF WS-FEST-TALLY >= 366
004410         DISPLAY "MANTFEST: EL CALENDARIO ESTA LLENO."
004420         GO TO 4000-EXIT
004430     END-IF.
004440
004450     DISPLAY "MANTFEST: DESCRIPCION: ".
004460     ACCEPT WS-DESC-CAP.
004470     PERFORM 4200-INSERTA-ORDENADO THRU 4200-EXIT.
004480     PERFORM 7000-GRABA-ARCHIVO THRU 7000-EXIT.
004490     MOVE SPACE TO WS-IMAGEN-ANTES.
004500     MOVE WS-FECHA-CAP TO WID-FECHA.
004510     MOVE WS-DESC-CAP  TO WID-DESC.
004520     MOVE WS-CAL-CAP   TO WID-CAL.
004530     MOVE "A" TO WS-BIT-ACCION.
004540     PERFORM 7500-GRABA-BITACORA THRU 7500-EXIT.
004550     DISPLAY "MANTFEST: FESTIVO AGREGADO.".
004560 4000-EXIT.
004570     EXIT.
004580
004590*-----------------------------------------------------------
004600* 4100-BUSCA-FECHA
004610* DEJA EN WS-POS LA POSICION DONDE VA WS-FECHA-CAP (LA DEL
004620* PRIMER FESTIVO MAYOR, POR FECHA Y LUEGO CALENDARIO) Y
004630* PRENDE WS-DUPLICADO SI YA EXISTE FECHA+CALENDARIO.
004640*-----------------------------------------------------------
004650 4100-BUSCA-FECHA.
004660     MOVE "N" TO WS-DUP-SW.
004670     MOVE ZERO TO WS-IDX.
004680     COMPUTE WS-POS = WS-FEST-TALLY + 1.
004690     PERFORM 4110-BUSCA-UNO THRU 4110-EXIT
004700         WS-FEST-TALLY TIMES.
004710 4100-EXIT.
004720     EXIT.
004730
004740 4110-BUSCA-UNO.
004750     ADD 1 TO WS-IDX.
004760     IF WS-FEST-FECHA (WS-IDX) = WS-FECHA-CAP
004770         AND WS-FEST-CAL (WS-IDX) = WS-CAL-CAP
004780         SET WS-DUPLICADO TO TRUE
004790     END-IF.
004800     IF (WS-FEST-FECHA (WS-IDX) > WS-FECHA-CAP
004810         OR (WS-FEST-FECHA (WS-IDX) = WS-FECHA-CAP
004820             AND WS-FEST-CAL (WS-IDX) > WS-CAL-CAP))
004830         AND WS-IDX < WS-POS
004840         MOVE WS-IDX TO WS-POS
004850     END-IF.
004860 4110-EXIT.
004870     EXIT.
004880
004890*-----------------------------------------------------------
004900* 4200-INSERTA-ORDENADO
004910* RECORRE HACIA ABAJO DESDE EL FINAL HASTA WS-POS Y COLOCA
004920* AHI EL FESTIVO CAPTURADO.
004930*-----------------------------------------------------------
004940 4200-INSERTA-ORDENADO.
004950     MOVE WS-FEST-TALLY TO WS-IDX.
004960     PERFORM 4210-CORRE-UNO THRU 4210-EXIT
004970         UNTIL WS-IDX < WS-POS.
004980     MOVE WS-FECHA-CAP TO WS-FEST-FECHA (WS-POS).
004990     MOVE WS-CAL-CAP   TO WS-FEST-CAL (WS-POS).
005000     MOVE WS-DESC-CAP  TO WS-FEST-DESC (WS-POS).
005010     ADD 1 TO WS-FEST-TALLY.
005020 4200-EXIT.
005030     EXIT.
005040
005050 4210-CORRE-UNO.
005060     MOVE WS-FEST-ENTRY (WS-IDX) TO WS-FEST-ENTRY (WS-IDX + 1).
005070     SUBTRACT 1 FROM WS-IDX.
005080 4210-EXIT.
005090     EXIT.
005100
005110*-----------------------------------------------------------
005120* 5000-ELIMINAR
005130* PIDE UNA FECHA Y, SI ESTA EN EL CALENDARIO, LA QUITA
005140* RECORRIENDO EL RESTO DE LA TABLA HACIA ARRIBA.
005150*-----------------------------------------------------------
005160 5000-ELIMINAR.
005170     DISPLAY "MANTFEST: FECHA A ELIMINAR (AAAAMMDD): ".
005180     ACCEPT WS-FECHA-CAP.
005190     DISPLAY "MANTFEST: CALENDARIO DEL FESTIVO (VACIO = "
005200         "TODOS): ".
005210     ACCEPT WS-CAL-CAP.
005220     PERFORM 4100-BUSCA-FECHA THRU 4100-EXIT.
005230     IF NOT WS-DUPLICADO
005240         DISPLAY "MANTFEST: " WS-FECHA-CAP " " WS-CAL-CAP
005250             " NO ESTA EN EL CALENDARIO."
005260         GO TO 5000-EXIT
005270     END-IF.
005280
005290     MOVE ZERO TO WS-IDX.
005300     PERFORM 5100-LOCALIZA-UNO THRU 5100-EXIT
005310         UNTIL WS-IDX >= WS-FEST-TALLY
005320             OR (WS-FEST-FECHA (WS-IDX + 1) = WS-FECHA-CAP
005330                 AND WS-FEST-CAL (WS-IDX + 1) = WS-CAL-CAP).
005340     ADD 1 TO WS-IDX.
005350     MOVE WS-FEST-FECHA (WS-IDX) TO WIA-FECHA.
005360     MOVE WS-FEST-DESC (WS-IDX)  TO WIA-DESC.
005370     MOVE WS-FEST-CAL (WS-IDX)   TO WIA-CAL.
005380     PERFORM 5200-COMPRIME-UNO THRU 5200-EXIT
005390         UNTIL WS-IDX >= WS-FEST-TALLY.
005400     SUBTRACT 1 FROM WS-FEST-TALLY.
005410     PERFORM 7000-GRABA-ARCHIVO THRU 7000-EXIT.
005420     MOVE SPACE TO WS-IMAGEN-DESPUES.
005430     MOVE "B" TO WS-BIT-ACCION.
005440     PERFORM 7500-GRABA-BITACORA THRU 7500-EXIT.
005450     DISPLAY "MANTFEST: FESTIVO ELIMINADO.".
005460 5000-EXIT.
005470     EXIT.
005480
005490 5100-LOCALIZA-UNO.
005500     ADD 1 TO WS-IDX.
005510 5100-EXIT.
005520     EXIT.
005530
005540 5200-COMPRIME-UNO.
005550     MOVE WS-FEST-ENTRY (WS-IDX + 1) TO WS-FEST-ENTRY (WS-IDX).
005560     ADD 1 TO WS-IDX.
005570 5200-EXIT.
005580     EXIT.
005590
005600*-----------------------------------------------------------
005610* 6000-GENERAR
005620* PIDE UN ANO Y AGREGA LOS FESTIVOS DE FECHAS-RGL.DAT PARA
005630* ESE ANO: LAS REGLAS FIJAS (CON SU OBSERVANCIA SI LA
005640* PIDEN) Y LAS MOVILES DE N-ESIMO DIA DE LA SEMANA. LAS
005650* REGLAS QUE PRODUCEN UNA FECHA INVALIDA O UN DUPLICADO SE
005660* INFORMAN Y SE BRINCAN.
005670*-----------------------------------------------------------
005680 6000-GENERAR.
005690     DISPLAY "MANTFEST: ANO A GENERAR (AAAA): ".
005700     ACCEPT WS-ANO-CAP.
005710     IF WS-ANO-CAP < 1601 OR WS-ANO-CAP > 9999
005720         DISPLAY "MANTFEST: ANO NO VALIDO."
005730         GO TO 6000-EXIT
005740     END-IF.
005750
005760     OPEN INPUT FECHAS-RGL.
005770     IF WS-RGL-STATUS NOT = "00"
005780         DISPLAY "MANTFEST: NO SE PUDO ABRIR FECHAS-RGL.DAT "
005790             WS-RGL-STATUS
005800         GO TO 6000-EXIT
005810     END-IF.
005820
005830     MOVE "N" TO WS-RGL-EOF-SW.
005840     MOVE ZERO TO WS-GEN-COUNT.
005850     PERFORM 6100-LEE-REGLA THRU 6100-EXIT.
005860     PERFORM 6200-GENERA-UNO THRU 6200-EXIT
005870         UNTIL WS-RGL-EOF.
005880     CLOSE FECHAS-RGL.
005890
005900     IF WS-GEN-COUNT > ZERO
005910         PERFORM 7000-GRABA-ARCHIVO THRU 7000-EXIT
005920         MOVE SPACE TO WS-IMAGEN-ANTES
005930         MOVE "G" TO WS-BIT-ACCION
005940         MOVE ZERO TO WS-BIT-IDX
005950         PERFORM 6600-BITACORA-GENERADA THRU 6600-EXIT
005960             WS-GEN-COUNT TIMES
005970     END-IF.
005980     DISPLAY "MANTFEST: FESTIVOS GENERADOS: " WS-GEN-COUNT.
005990 6000-EXIT.
006000     EXIT.
006010
006020 6100-LEE-REGLA.
006030     READ FECHAS-RGL
006040         AT END
006050             SET WS-RGL-EOF TO TRUE
006060     END-READ.
006070 6100-EXIT.
006080     EXIT.
006090
006100 6200-GENERA-UNO.
006110     IF RGL-TIPO-NTH
006120         PERFORM 6300-GENERA-NTH THRU 6300-EXIT
006130     ELSE
006140         PERFORM 6250-GENERA-FIJO THRU 6250-EXIT
006150     END-IF.
006160     PERFORM 6100-LEE-REGLA THRU 6100-EXIT.
006170 6200-EXIT.
006180     EXIT.
006190
006200*-----------------------------------------------------------
006210* 6250-GENERA-FIJO
006220* REGLA FIJA: EL MMDD DE LA REGLA EN EL ANO PEDIDO. SI LA
006230* REGLA PIDE OBSERVANCIA Y LA FECHA CAE EN FIN DE SEMANA,
006240* SE CORRE AL VIERNES (SABADO) O AL LUNES (DOMINGO).
006250*-----------------------------------------------------------
006260 6250-GENERA-FIJO.
006270     MOVE WS-ANO-CAP TO WFG-ANO.
006280     MOVE RGL-MMDD   TO WFG-MMDD.
006290     MOVE WS-FECHA-GEN-NUM TO WS-FECHA-CAP.
006300     COMPUTE WS-TEST-RC =
006310         FUNCTION TEST-DATE-YYYYMMDD (WS-FECHA-CAP).
006320     IF WS-TEST-RC NOT = ZERO
006330         DISPLAY "MANTFEST: REGLA " RGL-MMDD
006340             " NO DA UNA FECHA VALIDA EN " WS-ANO-CAP
006350         GO TO 6250-EXIT
006360     END-IF.
006370     IF RGL-OBSERVADO
006380         PERFORM 6400-OBSERVA THRU 6400-EXIT
006390     END-IF.
006400     PERFORM 6500-ALTA-GENERADA THRU 6500-EXIT.
006410 6250-EXIT.
006420     EXIT.
006430
006440*-----------------------------------------------------------
006450* 6300-GENERA-NTH
006460* REGLA MOVIL: EL N-ESIMO DIA DE LA SEMANA DEL MES (ORDEN
006470* 9 = EL ULTIMO). EL DIA DE LA SEMANA DEL PRIMERO (O DEL
006480* ULTIMO) DEL MES SALE DEL MOD 7 DEL ENTERO DE FECHA, QUE
006490* DA 0=DOMINGO Y 6=SABADO; SE LLEVA A LA ESCALA 1=LUNES
006500* ... 7=DOMINGO DE LA REGLA. DEL PRIMERO AL CUARTO SIEMPRE
006510* EXISTEN (TODO MES TIENE 28 DIAS O MAS), ASI QUE NO HACE
006520* FALTA REVALIDAR EL MES.
006530*-----------------------------------------------------------
006540 6300-GENERA-NTH.
006550     IF RGL-MES NOT NUMERIC
006560         OR RGL-DIA-SEM NOT NUMERIC
006570         OR RGL-ORDEN NOT NUMERIC
006580         DISPLAY "MANTFEST: REGLA MOVIL ILEGIBLE: "
006590             RGL-RECORD (35:10)
006600         GO TO 6300-EXIT
006610     END-IF.
006620     IF RGL-MES < 01 OR RGL-MES > 12
006630         OR RGL-DIA-SEM < 1 OR RGL-DIA-SEM > 7
006640         OR RGL-ORDEN < 1
006650         OR (RGL-ORDEN > 4 AND RGL-ORDEN NOT = 9)
006660         DISPLAY "MANTFEST: REGLA MOVIL FUERA DE RANGO: "
006670             RGL-RECORD (35:10)
006680         GO TO 6300-EXIT
006690     END-IF.
006700
006710     IF RGL-ORDEN = 9
006720         PERFORM 6320-ULTIMO-DIA-SEM THRU 6320-EXIT
006730     ELSE
006740         PERFORM 6310-N-ESIMO-DIA-SEM THRU 6310-EXIT
006750     END-IF.
006760     PERFORM 6500-ALTA-GENERADA THRU 6500-EXIT.
006770 6300-EXIT.
006780     EXIT.
006790
006800*-----------------------------------------------------------
006810* 6310-N-ESIMO-DIA-SEM
006820* DEL PRIMERO DEL MES SE AVANZA AL PRIMER DIA DE LA SEMANA
006830* PEDIDO Y DE AHI (ORDEN - 1) SEMANAS COMPLETAS.
006840*-----------------------------------------------------------
006850 6310-N-ESIMO-DIA-SEM.
006860     MOVE WS-ANO-CAP TO WG2-ANO.
006870     MOVE RGL-MES    TO WG2-MES.
006880     MOVE 01         TO WG2-DIA.
006890     COMPUTE WS-INT1 =
006900         FUNCTION INTEGER-OF-DATE (WS-FECHA-GEN2-N).
006910     COMPUTE WS-DIA-NUM = FUNCTION MOD (WS-INT1, 7).
006920     IF WS-DIA-NUM = 0
006930         MOVE 7 TO WS-DIA-SEM-1
006940     ELSE
006950         MOVE WS-DIA-NUM TO WS-DIA-SEM-1
006960     END-IF.
006970     COMPUTE WS-AJUSTE =
006980         FUNCTION MOD (RGL-DIA-SEM - WS-DIA-SEM-1, 7).
006990     COMPUTE WS-INT1 = WS-INT1 + WS-AJUSTE
007000         + (RGL-ORDEN - 1) * 7.
007010     MOVE FUNCTION DATE-OF-INTEGER (WS-INT1)
007020         TO WS-FECHA-CAP.
007030 6310-EXIT.
007040     EXIT.
007050
007060*-----------------------------------------------------------
007070* 6320-ULTIMO-DIA-SEM
007080* DEL ULTIMO DIA DEL MES (EL PRIMERO DEL MES SIGUIENTE
007090* MENOS UNO) SE RETROCEDE AL DIA DE LA SEMANA PEDIDO.
007100*-----------------------------------------------------------
007110 6320-ULTIMO-DIA-SEM.
007120     IF RGL-MES = 12
007130         COMPUTE WG2-ANO = WS-ANO-CAP + 1
007140         MOVE 01 TO WG2-MES
007150     ELSE
007160         MOVE WS-ANO-CAP TO WG2-ANO
007170         COMPUTE WG2-MES = RGL-MES + 1
007180     END-IF.
007190     MOVE 01 TO WG2-DIA.
007200     COMPUTE WS-INT1 =
007210         FUNCTION INTEGER-OF-DATE (WS-FECHA-GEN2-N) - 1.
007220     COMPUTE WS-DIA-NUM = FUNCTION MOD (WS-INT1, 7).
007230     IF WS-DIA-NUM = 0
007240         MOVE 7 TO WS-DIA-SEM-1
007250     ELSE
007260         MOVE WS-DIA-NUM TO WS-DIA-SEM-1
007270     END-IF.
007280     COMPUTE WS-AJUSTE =
007290         FUNCTION MOD (WS-DIA-SEM-1 - RGL-DIA-SEM, 7).
007300     COMPUTE WS-INT1 = WS-INT1 - WS-AJUSTE.
007310     MOVE FUNCTION DATE-OF-INTEGER (WS-INT1)
007320         TO WS-FECHA-CAP.
007330 6320-EXIT.
007340     EXIT.
007350
007360*-----------------------------------------------------------
007370* 6400-OBSERVA
007380* CORRE WS-FECHA-CAP AL DIA OBSERVADO: EL SABADO SE OBSERVA
007390* EL VIERNES ANTERIOR Y EL DOMINGO EL LUNES SIGUIENTE.
007400*-----------------------------------------------------------
007410 6400-OBSERVA.
007420     COMPUTE WS-INT1 =
007430         FUNCTION INTEGER-OF-DATE (WS-FECHA-CAP).
007440     COMPUTE WS-DIA-NUM = FUNCTION MOD (WS-INT1, 7).
007450     IF WS-DIA-NUM = 6
007460         COMPUTE WS-INT1 = WS-INT1 - 1
007470         MOVE FUNCTION DATE-OF-INTEGER (WS-INT1)
007480             TO WS-FECHA-CAP
007490     END-IF.
007500     IF WS-DIA-NUM = 0
007510         COMPUTE WS-INT1 = WS-INT1 + 1
007520         MOVE FUNCTION DATE-OF-INTEGER (WS-INT1)
007530             TO WS-FECHA-CAP
007540     END-IF.
007550 6400-EXIT.
007560     EXIT.
007570
007580*-----------------------------------------------------------
007590* 6500-ALTA-GENERADA
007600* ALTA COMUN DE LA FECHA GENERADA: RECHAZA DUPLICADOS DE
007610* FECHA+CALENDARIO E INSERTA EN ORDEN, IGUAL QUE EL ALTA
007620* MANUAL.
007630*-----------------------------------------------------------
007640 6500-ALTA-GENERADA.
007650     MOVE RGL-CAL TO WS-CAL-CAP.
007660     PERFORM 4100-BUSCA-FECHA THRU 4100-EXIT.
007670     IF WS-DUPLICADO
007680         DISPLAY "MANTFEST: " WS-FECHA-CAP " " WS-CAL-CAP
007690             " YA ESTA EN EL CALENDARIO."
007700         GO TO 6500-EXIT
007710     END-IF.
007720     IF WS-FEST-TALLY >= 366
007730         DISPLAY "MANTFEST: EL CALENDARIO ESTA LLENO."
007740         GO TO 6500-EXIT
007750     END-IF.
007760     MOVE RGL-DESC TO WS-DESC-CAP.
007770     PERFORM 4200-INSERTA-ORDENADO THRU 4200-EXIT.
007780     ADD 1 TO WS-GEN-COUNT.
007790     MOVE WS-FECHA-CAP TO WID-FECHA.
007800     MOVE WS-DESC-CAP  TO WID-DESC.
007810     MOVE WS-CAL-CAP   TO WID-CAL.
007820     MOVE WS-IMAGEN-DESPUES TO WS-GEN-IMAGEN (WS-GEN-COUNT).
007830 6500-EXIT.
007840     EXIT.
007850     EXIT.
007860
007870*-----------------------------------------------------------
007880* 6600-BITACORA-GENERADA
007890* ANOTA EN LA BITACORA UNO DE LOS FESTIVOS GENERADOS, YA
007900* CON FECHAS-HOL GRABADO.
007910*-----------------------------------------------------------
007920 6600-BITACORA-GENERADA.
007930     ADD 1 TO WS-BIT-IDX.
007940     MOVE WS-GEN-IMAGEN (WS-BIT-IDX) TO WS-IMAGEN-DESPUES.
007950     PERFORM 7500-GRABA-BITACORA THRU 7500-EXIT.
007960 6600-EXIT.
007970     EXIT.
007980
007990*-----------------------------------------------------------
008000* 7000-GRABA-ARCHIVO
008010* REESCRIBE FECHAS-HOL.DAT COMPLETO DESDE LA TABLA, QUE
008020* SIEMPRE ESTA EN ORDEN DE FECHA.
008030*-----------------------------------------------------------
008040 7000-GRABA-ARCHIVO.
008050     OPEN OUTPUT FECHAS-HOL.
008060     IF WS-HOL-STATUS NOT = "00"
008070         DISPLAY "MANTFEST: NO SE PUDO ABRIR FECHAS-HOL.DAT "
008080             WS-HOL-STATUS
008090         GO TO 9999-ABEND
008100     END-IF.
008110     MOVE ZERO TO WS-IDX.
008120     PERFORM 7100-GRABA-UNO THRU 7100-EXIT
008130         WS-FEST-TALLY TIMES.
008140     CLOSE FECHAS-HOL.
008150 7000-EXIT.
008160     EXIT.
008170
008180 7100-GRABA-UNO.
008190     ADD 1 TO WS-IDX.
008200     MOVE WS-FEST-FECHA (WS-IDX) TO HOL-FECHA.
008210     MOVE WS-FEST-CAL (WS-IDX)   TO HOL-CAL.
008220     MOVE WS-FEST-DESC (WS-IDX)  TO HOL-DESC.
008230     WRITE HOL-RECORD.
008240 7100-EXIT.
008250     EXIT.
008260
008270*-----------------------------------------------------------
008280* 7500-GRABA-BITACORA
008290* AGREGA A FECHAS-BIT.DAT EL CAMBIO YA GRABADO EN
008300* FECHAS-HOL, CON EL OPERADOR FIRMADO, LA FECHA Y HORA,
008310* WS-BIT-ACCION Y LAS IMAGENES ANTES Y DESPUES. UN CAMBIO
008320* QUE NO SE PUEDE ANOTAR TERMINA EL PROGRAMA.
008330*-----------------------------------------------------------
008340 7500-GRABA-BITACORA.
008350     OPEN EXTEND FECHAS-BIT.
008360     IF WS-BIT-STATUS = "05" OR WS-BIT-STATUS = "35"
008370         OPEN OUTPUT FECHAS-BIT
008380     END-IF.
008390     IF WS-BIT-STATUS NOT = "00"
008400         DISPLAY "MANTFEST: NO SE PUDO ABRIR FECHAS-BIT.DAT "
008410             WS-BIT-STATUS
008420         GO TO 9999-ABEND
008430     END-IF.
008440     PERFORM 7600-BUILD-TIMESTAMP THRU 7600-EXIT.
008450     MOVE SPACE                TO BIT-RECORD.
008460     MOVE WFO-USUARIO          TO BIT-USUARIO.
008470     MOVE WS-TIMESTAMP-DISPLAY TO BIT-FECHA-HORA.
008480     MOVE WS-BIT-ACCION        TO BIT-ACCION.
008490     MOVE WS-IMAGEN-ANTES      TO BIT-ANTES.
008500     MOVE WS-IMAGEN-DESPUES    TO BIT-DESPUES.
008510     WRITE BIT-RECORD.
008520     CLOSE FECHAS-BIT.
008530 7500-EXIT.
008540     EXIT.
008550
008560 7600-BUILD-TIMESTAMP.
008570     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
008580     MOVE WTS-DATE (1:4)  TO WTD-YEAR.
008590     MOVE WTS-DATE (5:2)  TO WTD-MONTH.
008600     MOVE WTS-DATE (7:2)  TO WTD-DAY.
008610     MOVE WTS-TIME (1:2)  TO WTD-HOUR.
008620     MOVE WTS-TIME (3:2)  TO WTD-MIN.
008630     MOVE WTS-TIME (5:2)  TO WTD-SEC.
008640 7600-EXIT.
008650     EXIT.
008660
008670*-----------------------------------------------------------
008680* 8000-TERMINATE
008690*-----------------------------------------------------------
008700 8000-TERMINATE.
008710     DISPLAY "MANTFEST: FESTIVOS EN EL CALENDARIO: "
008720         WS-FEST-TALLY.
008730     DISPLAY "MANTFEST: FIN DEL PROGRAMA.".
008740 8000-EXIT.
008750     EXIT.
008760
008770*-----------------------------------------------------------
008780* 9999-ABEND
008790* TERMINACION ANORMAL POR ERROR DE ARCHIVO.
008800*-----------------------------------------------------------
008810 9999-ABEND.
008820     DISPLAY "MANTFEST: TERMINACION ANORMAL.".
008830     MOVE 16 TO RETURN-CODE.
008840     GOBACK.
008850
008860 END PROGRAM MANTFEST.
