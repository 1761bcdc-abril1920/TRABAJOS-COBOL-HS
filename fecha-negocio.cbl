000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FECNEG.
000030 AUTHOR. J. ABRIL.
000040 INSTALLATION. DEPTO DE SISTEMAS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* HISTORIAL DE MODIFICACIONES
000090*-----------------------------------------------------------
000100* FECHA       INIC  DESCRIPCION
000110* ----------  ----  ------------------------------------
000120* 2026-10-15  JA    VERSION ORIGINAL. ACCESO COMPARTIDO AL
000130*                   ARCHIVO DE CONTROL DE FECHA DE NEGOCIO
000140*                   FECHA-NEG.DAT, QUE AVANZA FINDIA AL
000150*                   CIERRE DEL DIA. FUNCIONES:
000160*                   CON  DEVUELVE LAS FECHAS DE NEGOCIO
000170*                        ACTUAL, ANTERIOR Y SIGUIENTE, Y LA
000180*                        ULTIMA FECHA EN QUE LA MALLA
000190*                        COMPLETO SU NOCHE.
000200*                   MAL  ANOTA QUE LA MALLA COMPLETO LA
000210*                        NOCHE DE LA FECHA RECIBIDA.
000220* 2026-10-15  JA    FUNCION NOC: ANOTA LA NOCHE QUE LA MALLA
000230*                   TIENE EN CURSO, PARA QUE FINDIA NO CIERRE
000240*                   DOS VECES EL DIA EN LA MISMA NOCHE. MAL
000250*                   LA BORRA AL ANOTAR LA NOCHE COMPLETA.
000260*-----------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. GENERICO.
000310 OBJECT-COMPUTER. GENERICO.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT FECHA-NEG ASSIGN TO "FECHA-NEG.DAT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-FNG-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410*-----------------------------------------------------------
000420* FNG-RECORD: UN SOLO RENGLON. MISMA TRAZA QUE EN FINDIA.
000430*   POS 01-08 FNG-ACTUAL     FECHA DE NEGOCIO EN CURSO.
000440*   POS 10-17 FNG-ANTERIOR   HABIL ANTERIOR.
000450*   POS 19-26 FNG-SIGUIENTE  HABIL SIGUIENTE.
000460*   POS 28-29 FNG-CAL        CALENDARIO CUYOS FESTIVOS CUENTAN
000470*                            (EN BLANCO = TODOS).
000480*   POS 31-38 FNG-MALLA      ULTIMA FECHA DE NEGOCIO CUYA NOCHE
000490*                            COMPLETO LA MALLA (CEROS = NINGUNA).
000500*   POS 40-47 FNG-NOCHE      FECHA DE NEGOCIO DE LA NOCHE QUE LA
000510*                            MALLA TIENE EN CURSO (CEROS = NO
000520*                            HAY NOCHE EN CURSO).
000530*-----------------------------------------------------------
000540 FD  FECHA-NEG.
000550 01  FNG-RECORD.
000560     05 FNG-ACTUAL               PIC 9(08).
000570     05 FILLER                   PIC X(01).
000580     05 FNG-ANTERIOR             PIC 9(08).
000590     05 FILLER                   PIC X(01).
000600     05 FNG-SIGUIENTE            PIC 9(08).
000610     05 FILLER                   PIC X(01).
000620     05 FNG-CAL                  PIC X(02).
000630     05 FILLER                   PIC X(01).
000640     05 FNG-MALLA                PIC 9(08).
000650     05 FILLER                   PIC X(01).
000660     05 FNG-NOCHE                PIC 9(08).
000670
000680 WORKING-STORAGE SECTION.
000690*-----------------------------------------------------------
000700* INDICADORES DE ESTADO DE ARCHIVO
000710*-----------------------------------------------------------
000720 01  WS-FILE-STATUSES.
000730     05 WS-FNG-STATUS            PIC X(02) VALUE "00".
000740
000750*-----------------------------------------------------------
000760* COPIA DEL RENGLON LEIDO, PARA REESCRIBIRLO COMPLETO.
000770*-----------------------------------------------------------
000780 01  WS-FNG-COPIA                PIC X(47) VALUE SPACE.
000790
000800 LINKAGE SECTION.
000810*-----------------------------------------------------------
000820* AREA DE COMUNICACION CON EL PROGRAMA QUE LLAMA.
000830*   FN-FUNCION   "CON", "MAL" O "NOC".
000840*   FN-ACTUAL    DE REGRESO: FECHA DE NEGOCIO EN CURSO.
000850*   FN-ANTERIOR  DE REGRESO: HABIL ANTERIOR.
000860*   FN-SIGUIENTE DE REGRESO: HABIL SIGUIENTE.
000870*   FN-MALLA     CON: ULTIMA NOCHE COMPLETA DE LA MALLA.
000880*                MAL: FECHA DE NEGOCIO QUE SE ANOTA.
000890*                NOC: FECHA DE NEGOCIO DE LA NOCHE QUE
000900*                     EMPIEZA O SE REANUDA.
000910*   FN-RESULT    "00" BIEN, "99" NO HAY FECHA-NEG.DAT O NO
000920*                SE PUDO LEER O ESCRIBIR.
000930*-----------------------------------------------------------
000940 01  FN-PARAM.
000950     05 FN-FUNCION               PIC X(03).
000960        88 FN-FN-CONSULTA                  VALUE "CON".
000970        88 FN-FN-MALLA                     VALUE "MAL".
000980        88 FN-FN-NOCHE                     VALUE "NOC".
000990     05 FN-ACTUAL                PIC 9(08).
001000     05 FN-ANTERIOR              PIC 9(08).
001010     05 FN-SIGUIENTE             PIC 9(08).
001020     05 FN-MALLA                 PIC 9(08).
001030     05 FN-RESULT                PIC X(02).
001040
001050 PROCEDURE DIVISION USING FN-PARAM.
001060*-----------------------------------------------------------
001070* 0000-MAINLINE
001080* LEE EL ARCHIVO DE CONTROL Y DESPACHA LA FUNCION.
001090*-----------------------------------------------------------
001100 0000-MAINLINE.
001110     MOVE "00" TO FN-RESULT.
001120     PERFORM 1000-LEE-CONTROL THRU 1000-EXIT.
001130     IF FN-RESULT NOT = "00"
001140         GOBACK
001150     END-IF.
001160     EVALUATE TRUE
001170         WHEN FN-FN-CONSULTA
001180             PERFORM 2000-CONSULTA THRU 2000-EXIT
001190         WHEN FN-FN-MALLA
001200             PERFORM 3000-MARCA-MALLA THRU 3000-EXIT
001210         WHEN FN-FN-NOCHE
001220             PERFORM 3000-MARCA-MALLA THRU 3000-EXIT
001230         WHEN OTHER
001240             DISPLAY "FECNEG: FUNCION DESCONOCIDA: " FN-FUNCION
001250             MOVE "99" TO FN-RESULT
001260     END-EVALUATE.
001270     GOBACK.
001280
001290*-----------------------------------------------------------
001300* 1000-LEE-CONTROL
001310* SIN ARCHIVO, O CON UN RENGLON ILEGIBLE, NO HAY FECHA DE
001320* NEGOCIO; QUIEN LLAMA DECIDE QUE HACER.
001330*-----------------------------------------------------------
001340 1000-LEE-CONTROL.
001350     OPEN INPUT FECHA-NEG.
001360     IF WS-FNG-STATUS NOT = "00"
001370         MOVE "99" TO FN-RESULT
001380         GO TO 1000-EXIT
001390     END-IF.
001400     READ FECHA-NEG
001410         AT END
001420             MOVE "99" TO FN-RESULT
001430     END-READ.
001440     CLOSE FECHA-NEG.
001450     IF FN-RESULT NOT = "00"
001460         GO TO 1000-EXIT
001470     END-IF.
001480     IF FNG-ACTUAL NOT NUMERIC
001490         OR FNG-ANTERIOR NOT NUMERIC
001500         OR FNG-SIGUIENTE NOT NUMERIC
001510         DISPLAY "FECNEG: FECHA-NEG.DAT ILEGIBLE: " FNG-RECORD
001520         MOVE "99" TO FN-RESULT
001530         GO TO 1000-EXIT
001540     END-IF.
001550     IF FNG-MALLA NOT NUMERIC
001560         MOVE ZERO TO FNG-MALLA
001570     END-IF.
001580     IF FNG-NOCHE NOT NUMERIC
001590         MOVE ZERO TO FNG-NOCHE
001600     END-IF.
001610     MOVE FNG-RECORD TO WS-FNG-COPIA.
001620 1000-EXIT.
001630     EXIT.
001640
001650 2000-CONSULTA.
001660     MOVE FNG-ACTUAL    TO FN-ACTUAL.
001670     MOVE FNG-ANTERIOR  TO FN-ANTERIOR.
001680     MOVE FNG-SIGUIENTE TO FN-SIGUIENTE.
001690     MOVE FNG-MALLA     TO FN-MALLA.
001700 2000-EXIT.
001710     EXIT.
001720
001730*-----------------------------------------------------------
001740* 3000-MARCA-MALLA
001750* REESCRIBE EL RENGLON CON LA FECHA DE LA NOCHE COMPLETA
001760* (MAL), QUE YA NO QUEDA EN CURSO, O CON LA DE LA NOCHE QUE
001770* EMPIEZA (NOC); LO DEMAS QUEDA COMO ESTABA.
001780*-----------------------------------------------------------
001790 3000-MARCA-MALLA.
001800     OPEN OUTPUT FECHA-NEG.
001810     IF WS-FNG-STATUS NOT = "00"
001820         DISPLAY "FECNEG: NO SE PUDO REESCRIBIR FECHA-NEG.DAT "
001830             WS-FNG-STATUS
001840         MOVE "99" TO FN-RESULT
001850         GO TO 3000-EXIT
001860     END-IF.
001870     MOVE WS-FNG-COPIA TO FNG-RECORD.
001880     IF FN-FN-NOCHE
001890         MOVE FN-MALLA TO FNG-NOCHE
001900     ELSE
001910         MOVE FN-MALLA TO FNG-MALLA
001920         MOVE ZERO     TO FNG-NOCHE
001930     END-IF.
001940     WRITE FNG-RECORD.
001950     CLOSE FECHA-NEG.
001960 3000-EXIT.
001970     EXIT.
001980
001990 END PROGRAM FECNEG.
