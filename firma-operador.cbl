000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FIRMA.
000030 AUTHOR. J. ABRIL.
000040 INSTALLATION. DEPTO DE SISTEMAS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* HISTORIAL DE MODIFICACIONES
000090*-----------------------------------------------------------
000100* FECHA       INIC  DESCRIPCION
000110* ----------  ----  ------------------------------------
000120* 2026-10-15  JA    VERSION ORIGINAL. FIRMA DE OPERADOR
000130*                   COMPARTIDA POR MENU Y MANTFEST CONTRA EL
000140*                   ARCHIVO OPERADORES.DAT: PIDE USUARIO Y
000150*                   CLAVE, DA TRES INTENTOS, RECHAZA AL
000160*                   USUARIO BLOQUEADO Y DEVUELVE USUARIO,
000170*                   NOMBRE Y ROL PARA QUE EL PROGRAMA QUE
000180*                   LLAMA PERMITA O NIEGUE CADA OPCION.
000190*-----------------------------------------------------------
000200
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER. GENERICO.
000240 OBJECT-COMPUTER. GENERICO.
000250
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-OPR-STATUS.
000310
000320 DATA DIVISION.
000330 FILE SECTION.
000340*-----------------------------------------------------------
000350* OPR-RECORD: UN OPERADOR POR RENGLON.
000360*   OPR-ESTADO  "A" ACTIVO, "B" BLOQUEADO.
000370*   OPR-ROL     "O" OPERADOR, "S" SUPERVISOR,
000380*               "C" ADMINISTRADOR DE CALENDARIO.
000390*-----------------------------------------------------------
000400 FD  OPERADORES.
000410 01  OPR-RECORD.
000420     05 OPR-USUARIO              PIC X(08).
000430     05 FILLER                   PIC X(01).
000440     05 OPR-CLAVE                PIC X(08).
000450     05 FILLER                   PIC X(01).
000460     05 OPR-ESTADO               PIC X(01).
000470        88 OPR-ACTIVO                      VALUE "A".
000480     05 FILLER                   PIC X(01).
000490     05 OPR-ROL                  PIC X(01).
000500     05 FILLER                   PIC X(01).
000510     05 OPR-NOMBRE               PIC X(30).
000520
000530 WORKING-STORAGE SECTION.
000540*-----------------------------------------------------------
000550* INDICADORES DE ESTADO DE ARCHIVO
000560*-----------------------------------------------------------
000570 01  WS-FILE-STATUSES.
000580     05 WS-OPR-STATUS            PIC X(02) VALUE "00".
000590
000600*-----------------------------------------------------------
000610* SWITCHES
000620*-----------------------------------------------------------
000630 01  WS-SWITCHES.
000640     05 WS-OPR-EOF-SW            PIC X(01) VALUE "N".
000650        88 WS-OPR-EOF                      VALUE "Y".
000660     05 WS-OPR-FOUND-SW          PIC X(01) VALUE "N".
000670        88 WS-OPR-FOUND                    VALUE "Y".
000680
000690*-----------------------------------------------------------
000700* CONTADORES Y CAMPOS DE TRABAJO
000710*-----------------------------------------------------------
000720 77  WS-INTENTOS                 PIC 9(01) COMP VALUE ZERO.
000730 77  WS-MAX-INTENTOS             PIC 9(01) COMP VALUE 3.
000740 77  WS-USUARIO-CAP              PIC X(08) VALUE SPACE.
000750 77  WS-CLAVE-CAP                PIC X(08) VALUE SPACE.
000760*    COPIA DEL OPERADOR ENCONTRADO, YA CON EL ARCHIVO CERRADO.
000770 77  WS-OPR-ESTADO               PIC X(01) VALUE SPACE.
000780 77  WS-OPR-ROL                  PIC X(01) VALUE SPACE.
000790 77  WS-OPR-NOMBRE               PIC X(30) VALUE SPACE.
000800
000810 LINKAGE SECTION.
000820*-----------------------------------------------------------
000830* AREA DE COMUNICACION CON EL PROGRAMA QUE LLAMA.
000840*   FO-PROGRAMA  NOMBRE DEL PROGRAMA QUE PIDE LA FIRMA, PARA
000850*                LOS MENSAJES.
000860*   FO-USUARIO   DE REGRESO: USUARIO FIRMADO.
000870*   FO-ROL       DE REGRESO: ROL DEL USUARIO (VER OPR-ROL).
000880*   FO-NOMBRE    DE REGRESO: NOMBRE DEL OPERADOR.
000890*   FO-RESULT    "00" FIRMA ACEPTADA, "90" ACCESO NEGADO,
000900*                "99" PROBLEMA CON OPERADORES.DAT.
000910*-----------------------------------------------------------
000920 01  FO-PARAM.
000930     05 FO-PROGRAMA              PIC X(08).
000940     05 FO-USUARIO               PIC X(08).
000950     05 FO-ROL                   PIC X(01).
000960        88 FO-ROL-OPERADOR                 VALUE "O".
000970        88 FO-ROL-SUPERVISOR               VALUE "S".
000980        88 FO-ROL-CALENDARIO               VALUE "C".
000990     05 FO-NOMBRE                PIC X(30).
001000     05 FO-RESULT                PIC X(02).
001010
001020 PROCEDURE DIVISION USING FO-PARAM.
001030*-----------------------------------------------------------
001040* 0000-MAINLINE
001050* PIDE USUARIO Y CLAVE HASTA QUE LA FIRMA SE ACEPTE, SE
001060* AGOTEN LOS INTENTOS O EL USUARIO RESULTE BLOQUEADO.
001070*-----------------------------------------------------------
001080 0000-MAINLINE.
001090     MOVE SPACE TO FO-USUARIO FO-ROL FO-NOMBRE.
001100     MOVE "90"  TO FO-RESULT.
001110     MOVE ZERO  TO WS-INTENTOS.
001120     DISPLAY " ".
001130     DISPLAY "===== FIRMA DE OPERADOR: " FO-PROGRAMA " =====".
001140     PERFORM 1000-UN-INTENTO THRU 1000-EXIT
001150         UNTIL FO-RESULT NOT = "90"
001160             OR WS-INTENTOS >= WS-MAX-INTENTOS.
001170     IF FO-RESULT = "90"
001180         MOVE SPACE TO FO-USUARIO FO-ROL FO-NOMBRE
001190     END-IF.
001200     GOBACK.
001210
001220*-----------------------------------------------------------
001230* 1000-UN-INTENTO
001240* UN USUARIO BLOQUEADO TERMINA LA FIRMA SIN MAS INTENTOS;
001250* UNA CLAVE EQUIVOCADA O UN USUARIO DESCONOCIDO CUENTAN COMO
001260* INTENTO FALLIDO, CON EL MISMO MENSAJE PARA NO DAR PISTAS.
001270*-----------------------------------------------------------
001280 1000-UN-INTENTO.
001290     ADD 1 TO WS-INTENTOS.
001300     MOVE SPACE TO WS-USUARIO-CAP WS-CLAVE-CAP.
001310     DISPLAY "USUARIO: ".
001320     ACCEPT WS-USUARIO-CAP.
001330     DISPLAY "CLAVE: ".
001340     ACCEPT WS-CLAVE-CAP.
001350
001360     PERFORM 2000-BUSCA-OPERADOR THRU 2000-EXIT.
001370     IF FO-RESULT = "99"
001380         GO TO 1000-EXIT
001390     END-IF.
001400     IF NOT WS-OPR-FOUND
001410         DISPLAY "FIRMA: USUARIO O CLAVE INCORRECTOS."
001420         GO TO 1000-EXIT
001430     END-IF.
001440     IF WS-OPR-ESTADO NOT = "A"
001450         DISPLAY "FIRMA: EL USUARIO " WS-USUARIO-CAP
001460             " ESTA BLOQUEADO."
001470         MOVE WS-MAX-INTENTOS TO WS-INTENTOS
001480         GO TO 1000-EXIT
001490     END-IF.
001500     IF WS-OPR-ROL NOT = "O" AND WS-OPR-ROL NOT = "S"
001510         AND WS-OPR-ROL NOT = "C"
001520         DISPLAY "FIRMA: EL USUARIO " WS-USUARIO-CAP
001530             " NO TIENE UN ROL VALIDO."
001540         MOVE WS-MAX-INTENTOS TO WS-INTENTOS
001550         GO TO 1000-EXIT
001560     END-IF.
001570
001580     MOVE WS-USUARIO-CAP TO FO-USUARIO.
001590     MOVE WS-OPR-ROL     TO FO-ROL.
001600     MOVE WS-OPR-NOMBRE  TO FO-NOMBRE.
001610     MOVE "00"           TO FO-RESULT.
001620     DISPLAY "FIRMA: BIENVENIDO, " FO-NOMBRE.
001630 1000-EXIT.
001640     EXIT.
001650
001660*-----------------------------------------------------------
001670* 2000-BUSCA-OPERADOR
001680* RECORRE OPERADORES.DAT BUSCANDO USUARIO Y CLAVE. AL
001690* ENCONTRARLO GUARDA ESTADO, ROL Y NOMBRE.
001700*-----------------------------------------------------------
001710 2000-BUSCA-OPERADOR.
001720     MOVE "N" TO WS-OPR-EOF-SW WS-OPR-FOUND-SW.
001730     OPEN INPUT OPERADORES.
001740     IF WS-OPR-STATUS NOT = "00"
001750         DISPLAY "FIRMA: NO SE PUDO ABRIR OPERADORES.DAT "
001760             WS-OPR-STATUS
001770         MOVE "99" TO FO-RESULT
001780         GO TO 2000-EXIT
001790     END-IF.
001800     PERFORM 2100-LEE-OPERADOR THRU 2100-EXIT
001810         UNTIL WS-OPR-EOF OR WS-OPR-FOUND.
001820     CLOSE OPERADORES.
001830 2000-EXIT.
001840     EXIT.
001850
001860 2100-LEE-OPERADOR.
001870     READ OPERADORES
001880         AT END
001890             SET WS-OPR-EOF TO TRUE
001900     END-READ.
001910     IF NOT WS-OPR-EOF
001920         AND OPR-USUARIO = WS-USUARIO-CAP
001930         AND OPR-CLAVE = WS-CLAVE-CAP
001940         AND WS-USUARIO-CAP NOT = SPACE
001950         SET WS-OPR-FOUND TO TRUE
001960         MOVE OPR-ESTADO TO WS-OPR-ESTADO
001970         MOVE OPR-ROL    TO WS-OPR-ROL
001980         MOVE OPR-NOMBRE TO WS-OPR-NOMBRE
001990     END-IF.
002000 2100-EXIT.
002010     EXIT.
002020
002030 END PROGRAM FIRMA.
