000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MANTTASA.
000030 AUTHOR. J. ABRIL.
000040 INSTALLATION. DEPTO DE SISTEMAS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* HISTORIAL DE MODIFICACIONES
000090*-----------------------------------------------------------
000100* FECHA       INIC  DESCRIPCION
000110* ----------  ----  ------------------------------------
000120* 2026-10-15  JA    VERSION ORIGINAL. MANTENIMIENTO DEL
000130*                   ARCHIVO DE TASAS DE REFERENCIA
000140*                   TASAS-IDX.DAT (TIIE, SOFR, ...) CON EL
000150*                   MISMO ESQUEMA QUE MANTFEST: ALTAS, BAJAS
000160*                   Y LISTADO, VALIDANDO LA FECHA DE VIGENCIA
000170*                   CON LA REGLA DE FECHAS, RECHAZANDO
000180*                   DUPLICADOS DE INDICE+FECHA Y CONSERVANDO
000190*                   EL ARCHIVO EN ORDEN DE INDICE Y FECHA.
000200*                   PRESTAMOS TOMA DE AQUI LA TASA VIGENTE EN
000210*                   CADA FECHA DE REVISION DE LOS PRESTAMOS
000220*                   A TASA VARIABLE.
000230* 2026-10-15  JA    FIRMA DE OPERADOR (SUBPROGRAMA FIRMA)
000240*                   AL ENTRAR, COMO MANTFEST. LISTAR LO PUEDE
000250*                   CUALQUIER ROL; AGREGAR Y ELIMINAR SOLO EL
000260*                   SUPERVISOR, PORQUE LAS TASAS MUEVEN LA
000270*                   VALUACION DE PRESTAMOS Y EL DEVENGO. CADA
000280*                   CAMBIO A TASAS-IDX SE ANOTA EN LA
000290*                   BITACORA TASAS-BIT.DAT CON OPERADOR, FECHA
000300*                   Y HORA, ACCION (A ALTA, B BAJA) E IMAGEN
000310*                   ANTES Y DESPUES DE LA TASA.
000320*-----------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. GENERICO.
000370 OBJECT-COMPUTER. GENERICO.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT TASAS-IDX ASSIGN TO "TASAS-IDX.DAT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-TIX-STATUS.
000440
000450     SELECT TASAS-BIT ASSIGN TO "TASAS-BIT.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-BIT-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510*-----------------------------------------------------------
000520* TIX-RECORD: UNA TASA PUBLICADA POR RENGLON.
000530*   POS 01-06 TIX-INDICE  CODIGO DEL INDICE (TIIE28, SOFR).
000540*   POS 07-14 TIX-FECHA   FECHA DE VIGENCIA, AAAAMMDD.
000550*   POS 15-21 TIX-TASA    TASA ANUAL EN PORCIENTO,
000560*                         9(03)V9(04) (0112500 = 11.25%).
000570*-----------------------------------------------------------
000580 FD  TASAS-IDX.
000590 01  TIX-RECORD.
000600     05 TIX-INDICE               PIC X(06).
000610     05 TIX-FECHA                PIC 9(08).
000620     05 TIX-TASA                 PIC 9(03)V9(04).
000630
000640*-----------------------------------------------------------
000650* BITACORA DE CAMBIOS A LAS TASAS. UN RENGLON POR TASA
000660* AGREGADA O ELIMINADA. LAS IMAGENES TIENEN LA TRAZA DE
000670* TIX-RECORD; EN UN ALTA LA IMAGEN ANTES VA EN BLANCO Y EN
000680* UNA BAJA LA IMAGEN DESPUES.
000690*-----------------------------------------------------------
000700 FD  TASAS-BIT.
000710 01  BIT-RECORD.
000720     05 BIT-USUARIO              PIC X(08).
000730     05 FILLER                   PIC X(01).
000740     05 BIT-FECHA-HORA           PIC X(19).
000750     05 FILLER                   PIC X(01).
000760     05 BIT-ACCION               PIC X(01).
000770        88 BIT-ALTA                        VALUE "A".
000780        88 BIT-BAJA                        VALUE "B".
000790     05 FILLER                   PIC X(01).
000800     05 BIT-ANTES                PIC X(21).
000810     05 FILLER                   PIC X(01).
000820     05 BIT-DESPUES              PIC X(21).
000830
000840 WORKING-STORAGE SECTION.
000850*-----------------------------------------------------------
000860* INDICADORES DE ESTADO DE ARCHIVO
000870*-----------------------------------------------------------
000880 01  WS-FILE-STATUSES.
000890     05 WS-TIX-STATUS            PIC X(02) VALUE "00".
000900     05 WS-BIT-STATUS            PIC X(02) VALUE "00".
000910
000920*-----------------------------------------------------------
000930* SWITCHES
000940*-----------------------------------------------------------
000950 01  WS-SWITCHES.
000960     05 WS-TIX-EOF-SW            PIC X(01) VALUE "N".
000970        88 WS-TIX-EOF                      VALUE "Y".
000980     05 WS-SALIR-SW              PIC X(01) VALUE "N".
000990        88 WS-SALIR                        VALUE "Y".
001000     05 WS-DUP-SW                PIC X(01) VALUE "N".
001010        88 WS-DUPLICADO                    VALUE "Y".
001020     05 WS-PERMITIDO-SW          PIC X(01) VALUE "N".
001030        88 WS-PERMITIDO                    VALUE "Y".
001040
001050*-----------------------------------------------------------
001060* CONTADORES Y CAMPOS DE TRABAJO
001070*-----------------------------------------------------------
001080 77  WS-OPCION                   PIC 9(01) VALUE ZERO.
001090 77  WS-TASA-TALLY               PIC 9(05) COMP VALUE ZERO.
001100 77  WS-TEST-RC                  PIC S9(04) COMP VALUE ZERO.
001110 77  WS-INDICE-CAP               PIC X(06) VALUE SPACE.
001120 77  WS-FECHA-CAP                PIC 9(08) VALUE ZERO.
001130 77  WS-IDX                      PIC 9(05) COMP VALUE ZERO.
001140 77  WS-POS                      PIC 9(05) COMP VALUE ZERO.
001150 77  WS-TASA-ED                  PIC ZZ9.9999 VALUE ZERO.
001160 77  WS-ROL-IDX                  PIC 9(01) COMP VALUE ZERO.
001170 77  WS-BIT-ACCION               PIC X(01) VALUE SPACE.
001180
001190*-----------------------------------------------------------
001200* ROLES QUE PUEDEN USAR CADA OPCION DEL MENU, EN EL ORDEN
001210* DE LAS OPCIONES: "O" OPERADOR, "S" SUPERVISOR, "C"
001220* ADMINISTRADOR DE CALENDARIO.
001230*-----------------------------------------------------------
001240 01  WS-PERMISOS-VALORES.
001250     05 FILLER                   PIC X(03) VALUE "OSC".
001260     05 FILLER                   PIC X(03) VALUE "S  ".
001270     05 FILLER                   PIC X(03) VALUE "S  ".
001280     05 FILLER                   PIC X(03) VALUE "OSC".
001290 01  WS-PERMISOS REDEFINES WS-PERMISOS-VALORES.
001300     05 WS-PERM-ROLES            PIC X(03)
001310                                 OCCURS 4 TIMES.
001320
001330*-----------------------------------------------------------
001340* IMAGENES DE LA TASA PARA LA BITACORA, CON LA TRAZA DE
001350* TIX-RECORD.
001360*-----------------------------------------------------------
001370 01  WS-IMAGEN-ANTES.
001380     05 WIA-INDICE               PIC X(06).
001390     05 WIA-FECHA                PIC 9(08).
001400     05 WIA-TASA                 PIC 9(03)V9(04).
001410
001420 01  WS-IMAGEN-DESPUES.
001430     05 WID-INDICE               PIC X(06).
001440     05 WID-FECHA                PIC 9(08).
001450     05 WID-TASA                 PIC 9(03)V9(04).
001460
001470 01  WS-TIMESTAMP.
001480     05 WTS-DATE                 PIC 9(08).
001490     05 WTS-TIME                 PIC 9(08).
001500     05 WTS-DIFF                 PIC X(09) VALUE SPACE.
001510
001520 01  WS-TIMESTAMP-DISPLAY.
001530     05 WTD-YEAR                 PIC 9(04).
001540     05 WTD-DASH1                PIC X(01) VALUE "-".
001550     05 WTD-MONTH                PIC 9(02).
001560     05 WTD-DASH2                PIC X(01) VALUE "-".
001570     05 WTD-DAY                  PIC 9(02).
001580     05 WTD-SPACE                PIC X(01) VALUE SPACE.
001590     05 WTD-HOUR                 PIC 9(02).
001600     05 WTD-COLON1               PIC X(01) VALUE ":".
001610     05 WTD-MIN                  PIC 9(02).
001620     05 WTD-COLON2               PIC X(01) VALUE ":".
001630     05 WTD-SEC                  PIC 9(02).
001640
001650*-----------------------------------------------------------
001660* AREA DE COMUNICACION CON EL SUBPROGRAMA FIRMA
001670*-----------------------------------------------------------
001680 01  WS-FIRMA-PARAM.
001690     05 WFO-PROGRAMA             PIC X(08) VALUE "MANTTASA".
001700     05 WFO-USUARIO              PIC X(08).
001710     05 WFO-ROL                  PIC X(01).
001720     05 WFO-NOMBRE               PIC X(30).
001730     05 WFO-RESULT               PIC X(02).
001740
001750*    LA TASA SE CAPTURA COMO SIETE DIGITOS (0112500 = 11.25%)
001760*    Y SE VALIDA COMO TEXTO ANTES DE USARLA COMO NUMERO.
001770 01  WS-TASA-CAP-X               PIC X(07) VALUE SPACE.
001780 01  WS-TASA-CAP REDEFINES WS-TASA-CAP-X
001790                                 PIC 9(03)V9(04).
001800
001810*-----------------------------------------------------------
001820* TABLA DE TASAS EN MEMORIA, SIEMPRE EN ORDEN DE INDICE Y
001830* FECHA. EL LIMITE DE 3000 ES EL MISMO DE LA TABLA QUE CARGA
001840* PRESTAMOS.
001850*-----------------------------------------------------------
001860 01  WS-TASA-TABLE.
001870     05 WS-TASA-ENTRY            OCCURS 3000 TIMES.
001880         10 WS-TASA-INDICE       PIC X(06).
001890         10 WS-TASA-FECHA        PIC 9(08).
001900         10 WS-TASA-VALOR        PIC 9(03)V9(04).
001910
001920 PROCEDURE DIVISION.
001930*-----------------------------------------------------------
001940* 0000-MAINLINE
001950* CARGA LAS TASAS Y ATIENDE AL OPERADOR HASTA QUE ELIJA
001960* SALIR. CADA CAMBIO SE GRABA DE INMEDIATO AL ARCHIVO.
001970* SIN FIRMA ACEPTADA TERMINA CON RC 12.
001980*-----------------------------------------------------------
001990 0000-MAINLINE.
002000     CALL "FIRMA" USING WS-FIRMA-PARAM.
002010     CANCEL "FIRMA".
002020     IF WFO-RESULT NOT = "00"
002030         DISPLAY "MANTTASA: ACCESO NEGADO."
002040         MOVE 12 TO RETURN-CODE
002050         GOBACK
002060     END-IF.
002070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002080     PERFORM 2000-MOSTRAR-MENU THRU 2000-EXIT
002090         UNTIL WS-SALIR.
002100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002110     GOBACK.
002120
002130*-----------------------------------------------------------
002140* 1000-INITIALIZE
002150* CARGA TASAS-IDX.DAT A LA TABLA EN MEMORIA. SI EL ARCHIVO
002160* NO EXISTE SE EMPIEZA VACIO.
002170*-----------------------------------------------------------
002180 1000-INITIALIZE.
002190     MOVE "N" TO WS-TIX-EOF-SW WS-SALIR-SW.
002200     MOVE ZERO TO WS-TASA-TALLY.
002210     OPEN INPUT TASAS-IDX.
002220     IF WS-TIX-STATUS NOT = "00"
002230         DISPLAY "MANTTASA: TASAS-IDX.DAT NO EXISTE, SE "
002240             "EMPIEZA VACIO."
002250         GO TO 1000-EXIT
002260     END-IF.
002270     PERFORM 1100-LEE-TASA THRU 1100-EXIT.
002280     PERFORM 1200-GUARDA-TASA THRU 1200-EXIT
002290         UNTIL WS-TIX-EOF.
002300     CLOSE TASAS-IDX.
002310 1000-EXIT.
002320     EXIT.
002330
002340 1100-LEE-TASA.
002350     READ TASAS-IDX
002360         AT END
002370             SET WS-TIX-EOF TO TRUE
002380     END-READ.
002390 1100-EXIT.
002400     EXIT.
002410
002420 1200-GUARDA-TASA.
002430     IF WS-TASA-TALLY >= 3000
002440         DISPLAY "MANTTASA: TABLA LLENA, SE IGNORA "
002450             TIX-INDICE " " TIX-FECHA
002460     ELSE
002470         ADD 1 TO WS-TASA-TALLY
002480         MOVE TIX-INDICE TO WS-TASA-INDICE (WS-TASA-TALLY)
002490         MOVE TIX-FECHA  TO WS-TASA-FECHA (WS-TASA-TALLY)
002500         MOVE TIX-TASA   TO WS-TASA-VALOR (WS-TASA-TALLY)
002510     END-IF.
002520     PERFORM 1100-LEE-TASA THRU 1100-EXIT.
002530 1200-EXIT.
002540     EXIT.
002550
002560*-----------------------------------------------------------
002570* 2000-MOSTRAR-MENU
002580* DESPLIEGA LAS OPCIONES Y DESPACHA LA QUE SE HAYA ELEGIDO.
002590*-----------------------------------------------------------
002600 2000-MOSTRAR-MENU.
002610     DISPLAY " ".
002620     DISPLAY "===== MANTENIMIENTO DE TASAS DE REFERENCIA =====".
002630     DISPLAY "  OPERADOR: " WFO-USUARIO "  ROL: " WFO-ROL.
002640     DISPLAY "  1. LISTAR TASAS".
002650     DISPLAY "  2. AGREGAR TASA".
002660     DISPLAY "  3. ELIMINAR TASA".
002670     DISPLAY "  4. SALIR".
002680     DISPLAY "  OPCION: ".
002690     ACCEPT WS-OPCION.
002700     IF WS-OPCION >= 1 AND WS-OPCION <= 4
002710         PERFORM 2100-VALIDA-ROL THRU 2100-EXIT
002720         IF NOT WS-PERMITIDO
002730             DISPLAY "MANTTASA: OPCION NO PERMITIDA PARA EL "
002740                 "ROL " WFO-ROL "."
002750             GO TO 2000-EXIT
002760         END-IF
002770     END-IF.
002780
002790     EVALUATE WS-OPCION
002800         WHEN 1
002810             PERFORM 3000-LISTAR THRU 3000-EXIT
002820         WHEN 2
002830             PERFORM 4000-AGREGAR THRU 4000-EXIT
002840         WHEN 3
002850             PERFORM 5000-ELIMINAR THRU 5000-EXIT
002860         WHEN 4
002870             SET WS-SALIR TO TRUE
002880         WHEN OTHER
002890             DISPLAY "MANTTASA: OPCION NO VALIDA."
002900     END-EVALUATE.
002910 2000-EXIT.
002920     EXIT.
002930
002940*-----------------------------------------------------------
002950* 2100-VALIDA-ROL
002960* PRENDE WS-PERMITIDO SI EL ROL DEL OPERADOR FIRMADO ESTA
002970* ENTRE LOS ROLES DE LA OPCION ELEGIDA EN WS-PERMISOS.
002980*-----------------------------------------------------------
002990 2100-VALIDA-ROL.
003000     MOVE "N" TO WS-PERMITIDO-SW.
003010     MOVE ZERO TO WS-ROL-IDX.
003020     PERFORM 2110-COMPARA-ROL THRU 2110-EXIT 3 TIMES.
003030 2100-EXIT.
003040     EXIT.
003050
003060 2110-COMPARA-ROL.
003070     ADD 1 TO WS-ROL-IDX.
003080     IF WS-PERM-ROLES (WS-OPCION) (WS-ROL-IDX:1) = WFO-ROL
003090         SET WS-PERMITIDO TO TRUE
003100     END-IF.
003110 2110-EXIT.
003120     EXIT.
003130
003140*-----------------------------------------------------------
003150* 3000-LISTAR
003160* LISTA LA TABLA COMPLETA EN ORDEN DE INDICE Y FECHA.
003170*-----------------------------------------------------------
003180 3000-LISTAR.
003190     IF WS-TASA-TALLY = ZERO
003200         DISPLAY "MANTTASA: NO HAY TASAS CAPTURADAS."
003210         GO TO 3000-EXIT
003220     END-IF.
003230     DISPLAY "INDICE FECHA        TASA".
003240     DISPLAY "------ -------- --------".
003250     MOVE ZERO TO WS-IDX.
003260     PERFORM 3100-LISTA-UNO THRU 3100-EXIT
003270         WS-TASA-TALLY TIMES.
003280 3000-EXIT.
003290     EXIT.
003300
003310 3100-LISTA-UNO.
003320     ADD 1 TO WS-IDX.
003330     MOVE WS-TASA-VALOR (WS-IDX) TO WS-TASA-ED.
003340     DISPLAY WS-TASA-INDICE (WS-IDX) " "
003350         WS-TASA-FECHA (WS-IDX) " "
003360         WS-TASA-ED.
003370 3100-EXIT.
003380     EXIT.
003390
003400*-----------------------------------------------------------
003410* 4000-AGREGAR
003420* PIDE INDICE, FECHA DE VIGENCIA Y TASA; VALIDA LA FECHA CON
003430* LA MISMA REGLA QUE FECHAS (TEST-DATE-YYYYMMDD), RECHAZA
003440* DUPLICADOS E INSERTA EN SU LUGAR PARA CONSERVAR EL ORDEN.
003450*-----------------------------------------------------------
003460 4000-AGREGAR.
003470     DISPLAY "MANTTASA: INDICE (TIIE28, SOFR, ...): ".
003480     ACCEPT WS-INDICE-CAP.
003490     IF WS-INDICE-CAP = SPACE
003500         DISPLAY "MANTTASA: EL INDICE NO PUEDE IR EN BLANCO."
003510         GO TO 4000-EXIT
003520     END-IF.
003530     DISPLAY "MANTTASA: FECHA DE VIGENCIA (AAAAMMDD): ".
003540     ACCEPT WS-FECHA-CAP.
003550     COMPUTE WS-TEST-RC =
003560         FUNCTION TEST-DATE-YYYYMMDD (WS-FECHA-CAP).
003570     IF WS-TEST-RC NOT = ZERO
003580         DISPLAY "MANTTASA: " WS-FECHA-CAP
003590             " NO ES UNA FECHA VALIDA."
003600         GO TO 4000-EXIT
003610     END-IF.
003620
003630     PERFORM 4100-BUSCA-TASA THRU 4100-EXIT.
003640     IF WS-DUPLICADO
003650         DISPLAY "MANTTASA: " WS-INDICE-CAP " " WS-FECHA-CAP
003660             " YA ESTA CAPTURADA."
003670         GO TO 4000-EXIT
003680     END-IF.
003690     IF WS-TASA-TALLY >= 3000
003700         DISPLAY "MANTTASA: LA TABLA DE TASAS ESTA LLENA."
003710         GO TO 4000-EXIT
003720     END-IF.
003730
003740     DISPLAY "MANTTASA: TASA ANUAL, 7 DIGITOS (0112500 = "
003750         "11.25%): ".
003760     ACCEPT WS-TASA-CAP-X.
003770     IF WS-TASA-CAP-X NOT NUMERIC
003780         DISPLAY "MANTTASA: LA TASA DEBE SER DE 7 DIGITOS."
003790         GO TO 4000-EXIT
003800     END-IF.
003810     PERFORM 4200-INSERTA-ORDENADO THRU 4200-EXIT.
003820     PERFORM 7000-GRABA-ARCHIVO THRU 7000-EXIT.
003830     MOVE SPACE TO WS-IMAGEN-ANTES.
003840     MOVE WS-INDICE-CAP TO WID-INDICE.
003850     MOVE WS-FECHA-CAP  TO WID-FECHA.
003860     MOVE WS-TASA-CAP   TO WID-TASA.
003870     MOVE "A" TO WS-BIT-ACCION.
003880     PERFORM 7500-GRABA-BITACORA THRU 7500-EXIT.
003890     DISPLAY "MANTTASA: TASA AGREGADA.".
003900 4000-EXIT.
003910     EXIT.
003920
003930*-----------------------------------------------------------
003940* 4100-BUSCA-TASA
003950* DEJA EN WS-POS LA POSICION DONDE VA LA TASA CAPTURADA (LA
003960* DE LA PRIMERA MAYOR, POR INDICE Y LUEGO FECHA) Y PRENDE
003970* WS-DUPLICADO SI YA EXISTE INDICE+FECHA.
003980*-----------------------------------------------------------
003990 4100-BUSCA-TASA.
004000     MOVE "N" TO WS-DUP-SW.
004010     MOVE ZERO TO WS-IDX.
004020     COMPUTE WS-POS = WS-TASA-TALLY + 1.
004030     PERFORM 4110-BUSCA-UNO THRU 4110-EXIT
004040         WS-TASA-TALLY TIMES.
004050 4100-EXIT.
004060     EXIT.
004070
004080 4110-BUSCA-UNO.
004090     ADD 1 TO WS-IDX.
004100     IF WS-TASA-INDICE (WS-IDX) = WS-INDICE-CAP
004110         AND WS-TASA-FECHA (WS-IDX) = WS-FECHA-CAP
004120         SET WS-DUPLICADO TO TRUE
004130     END-IF.
004140     IF (WS-TASA-INDICE (WS-IDX) > WS-INDICE-CAP
004150         OR (WS-TASA-INDICE (WS-IDX) = WS-INDICE-CAP
004160             AND WS-TASA-FECHA (WS-IDX) > WS-FECHA-CAP))
004170         AND WS-IDX < WS-POS
004180         MOVE WS-IDX TO WS-POS
004190     END-IF.
004200 4110-EXIT.
004210     EXIT.
004220
004230*-----------------------------------------------------------
004240* 4200-INSERTA-ORDENADO
004250* RECORRE HACIA ABAJO DESDE EL FINAL HASTA WS-POS Y COLOCA
004260* AHI LA TASA CAPTURADA.
004270*-----------------------------------------------------------
004280 4200-INSERTA-ORDENADO.
004290     MOVE WS-TASA-TALLY TO WS-IDX.
004300     PERFORM 4210-CORRE-UNO THRU 4210-EXIT
004310         UNTIL WS-IDX < WS-POS.
004320     MOVE WS-INDICE-CAP TO WS-TASA-INDICE (WS-POS).
004330     MOVE WS-FECHA-CAP  TO WS-TASA-FECHA (WS-POS).
004340     MOVE WS-TASA-CAP   TO WS-TASA-VALOR (WS-POS).
004350     ADD 1 TO WS-TASA-TALLY.
004360 4200-EXIT.
004370     EXIT.
004380
004390 4210-CORRE-UNO.
004400     MOVE WS-TASA-ENTRY (WS-IDX) TO WS-TASA-ENTRY (WS-IDX + 1).
004410     SUBTRACT 1 FROM WS-IDX.
004420 4210-EXIT.
004430     EXIT.
004440
004450*-----------------------------------------------------------
004460* 5000-ELIMINAR
004470* PIDE INDICE Y FECHA Y, SI LA TASA ESTA CAPTURADA, LA QUITA
004480* RECORRIENDO EL RESTO DE LA TABLA HACIA ARRIBA.
004490*-----------------------------------------------------------
004500 5000-ELIMINAR.
004510     DISPLAY "MANTTASA: INDICE DE LA TASA A ELIMINAR: ".
004520     ACCEPT WS-INDICE-CAP.
004530     DISPLAY "MANTTASA: FECHA DE VIGENCIA (AAAAMMDD): ".
004540     ACCEPT WS-FECHA-CAP.
004550     PERFORM 4100-BUSCA-TASA THRU 4100-EXIT.
004560     IF NOT WS-DUPLICADO
004570         DISPLAY "MANTTASA: " WS-INDICE-CAP " " WS-FECHA-CAP
004580             " NO ESTA CAPTURADA."
004590         GO TO 5000-EXIT
004600     END-IF.
004610
004620     MOVE ZERO TO WS-IDX.
004630     PERFORM 5100-LOCALIZA-UNO THRU 5100-EXIT
004640         UNTIL WS-IDX >= WS-TASA-TALLY
004650             OR (WS-TASA-INDICE (WS-IDX + 1) = WS-INDICE-CAP
004660                 AND WS-TASA-FECHA (WS-IDX + 1) = WS-FECHA-CAP).
004670     ADD 1 TO WS-IDX.
004680     MOVE WS-TASA-INDICE (WS-IDX) TO WIA-INDICE.
004690     MOVE WS-TASA-FECHA (WS-IDX)  TO WIA-FECHA.
004700     MOVE WS-TASA-VALOR (WS-IDX)  TO WIA-TASA.
004710     PERFORM 5200-COMPRIME-UNO THRU 5200-EXIT
004720         UNTIL WS-IDX >= WS-TASA-TALLY.
004730     SUBTRACT 1 FROM WS-TASA-TALLY.
004740     PERFORM 7000-GRABA-ARCHIVO THRU 7000-EXIT.
004750     MOVE SPACE TO WS-IMAGEN-DESPUES.
004760     MOVE "B" TO WS-BIT-ACCION.
004770     PERFORM 7500-GRABA-BITACORA THRU 7500-EXIT.
004780     DISPLAY "MANTTASA: TASA ELIMINADA.".
004790 5000-EXIT.
004800     EXIT.
004810
004820 5100-LOCALIZA-UNO.
004830     ADD 1 TO WS-IDX.
004840 5100-EXIT.
004850     EXIT.
004860
004870 5200-COMPRIME-UNO.
004880     MOVE WS-TASA-ENTRY (WS-IDX + 1) TO WS-TASA-ENTRY (WS-IDX).
004890     ADD 1 TO WS-IDX.
004900 5200-EXIT.
004910     EXIT.
004920
004930*-----------------------------------------------------------
004940* 7000-GRABA-ARCHIVO
004950* REESCRIBE TASAS-IDX.DAT COMPLETO DESDE LA TABLA, QUE
004960* SIEMPRE ESTA EN ORDEN DE INDICE Y FECHA.
004970*-----------------------------------------------------------
004980 7000-GRABA-ARCHIVO.
004990     OPEN OUTPUT TASAS-IDX.
005000     IF WS-TIX-STATUS NOT = "00"
005010         DISPLAY "MANTTASA: NO SE PUDO ABRIR TASAS-IDX.DAT "
005020             WS-TIX-STATUS
005030         GO TO 9999-ABEND
005040     END-IF.
005050     MOVE ZERO TO WS-IDX.
005060     PERFORM 7100-GRABA-UNO THRU 7100-EXIT
005070         WS-TASA-TALLY TIMES.
005080     CLOSE TASAS-IDX.
005090 7000-EXIT.
005100     EXIT.
005110
005120 7100-GRABA-UNO.
005130     ADD 1 TO WS-IDX.
005140     MOVE WS-TASA-INDICE (WS-IDX) TO TIX-INDICE.
005150     MOVE WS-TASA-FECHA (WS-IDX)  TO TIX-FECHA.
005160     MOVE WS-TASA-VALOR (WS-IDX)  TO TIX-TASA.
005170     WRITE TIX-RECORD.
005180 7100-EXIT.
005190     EXIT.
005200
005210*-----------------------------------------------------------
005220* 7500-GRABA-BITACORA
005230* AGREGA A TASAS-BIT.DAT EL CAMBIO YA GRABADO EN TASAS-IDX,
005240* CON EL OPERADOR FIRMADO, LA FECHA Y HORA, WS-BIT-ACCION Y
005250* LAS IMAGENES ANTES Y DESPUES. UN CAMBIO QUE NO SE PUEDE
005260* ANOTAR TERMINA EL PROGRAMA.
005270*-----------------------------------------------------------
005280 7500-GRABA-BITACORA.
005290     OPEN EXTEND TASAS-BIT.
005300     IF WS-BIT-STATUS = "05" OR WS-BIT-STATUS = "35"
005310         OPEN OUTPUT TASAS-BIT
005320     END-IF.
005330     IF WS-BIT-STATUS NOT = "00"
005340         DISPLAY "MANTTASA: NO SE PUDO ABRIR TASAS-BIT.DAT "
005350             WS-BIT-STATUS
005360         GO TO 9999-ABEND
005370     END-IF.
005380     PERFORM 7600-BUILD-TIMESTAMP THRU 7600-EXIT.
005390     MOVE SPACE                TO BIT-RECORD.
005400     MOVE WFO-USUARIO          TO BIT-USUARIO.
005410     MOVE WS-TIMESTAMP-DISPLAY TO BIT-FECHA-HORA.
005420     MOVE WS-BIT-ACCION        TO BIT-ACCION.
005430     MOVE WS-IMAGEN-ANTES      TO BIT-ANTES.
005440     MOVE WS-IMAGEN-DESPUES    TO BIT-DESPUES.
005450     WRITE BIT-RECORD.
005460     CLOSE TASAS-BIT.
005470 7500-EXIT.
005480     EXIT.
005490
005500 7600-BUILD-TIMESTAMP.
005510     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
005520     MOVE WTS-DATE (1:4)  TO WTD-YEAR.
005530     MOVE WTS-DATE (5:2)  TO WTD-MONTH.
005540     MOVE WTS-DATE (7:2)  TO WTD-DAY.
005550     MOVE WTS-TIME (1:2)  TO WTD-HOUR.
005560     MOVE WTS-TIME (3:2)  TO WTD-MIN.
005570     MOVE WTS-TIME (5:2)  TO WTD-SEC.
005580 7600-EXIT.
005590     EXIT.
005600
005610*-----------------------------------------------------------
005620* 8000-TERMINATE
005630*-----------------------------------------------------------
005640 8000-TERMINATE.
005650     DISPLAY "MANTTASA: TASAS CAPTURADAS: " WS-TASA-TALLY.
005660     DISPLAY "MANTTASA: FIN DEL PROGRAMA.".
005670 8000-EXIT.
005680     EXIT.
005690
005700*-----------------------------------------------------------
005710* 9999-ABEND
005720* TERMINACION ANORMAL POR ERROR DE ARCHIVO.
005730*-----------------------------------------------------------
005740 9999-ABEND.
005750     DISPLAY "MANTTASA: TERMINACION ANORMAL.".
005760     MOVE 16 TO RETURN-CODE.
005770     GOBACK.
005780
005790 END PROGRAM MANTTASA.
