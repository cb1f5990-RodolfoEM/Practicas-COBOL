      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGMASC.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  CONFIDENCIAL.
      *> ------------------------------------------------------
      *> COPIA ENMASCARADA DE LOS ARCHIVOS DE EMPLEADOS PARA PRUEBAS:
      *> LEE EL MAESTRO (EMPMAST), LOS DATOS PERSONALES (PERSDAT) Y
      *> LOS DESCUENTOS (DEDMAST) Y ESCRIBE SUS COPIAS DE PRUEBA
      *> (EMPMASK, PERSMASK, DEDMASK) CON LAS MISMAS LLAVES Y LOS
      *> DATOS PERSONALES CAMBIADOS POR VALORES FALSOS PERO
      *> CONSISTENTES: TODO SALE DEL NUMERO DE EMPLEADO, ASI QUE EL
      *> MISMO EMPLEADO RECIBE SIEMPRE EL MISMO NOMBRE, RFC, CURP Y
      *> CLABE FALSOS EN TODOS LOS ARCHIVOS Y EN TODAS LAS CORRIDAS.
      *> - NOMBRE: PATERNO/MATERNO/NOMBRE DE UNA TABLA FIJA.
      *> - RFC Y CURP: INICIALES DEL NOMBRE FALSO, EL MISMO SEGMENTO
      *>   AAMMDD DEL CURP REAL (PARA QUE SIGA CUADRANDO CON LA FECHA
      *>   DE NACIMIENTO DE PERSDAT) Y HOMOCLAVE SACADA DEL NUMERO.
      *> - CLABE: EL MISMO BANCO, CUENTA SACADA DEL NUMERO Y DIGITO
      *>   VERIFICADOR CALCULADO CON PROGVCLA; UNA CLABE REAL QUE YA
      *>   ERA INVALIDA SALE INVALIDA, PARA QUE EL PROBLEMA SE PUEDA
      *>   REPRODUCIR. UNA CLABE EN BLANCO SE QUEDA EN BLANCO.
      *> - SALARIO: SE MUEVE ENTRE -10% Y +10% Y SE ACOTA A LA BANDA
      *>   DE SU DEPARTAMENTO EN SALBANDA.
      *> - DOMICILIO (CALLE Y COLONIA), TELEFONOS, CONTACTO DE
      *>   EMERGENCIA Y NUMERO DE CREDITO INFONAVIT/FONACOT.
      *> LA CIUDAD, EL CODIGO POSTAL Y LAS FECHAS NO SE TOCAN. AL
      *> FINAL IMPRIME LA CONSTANCIA PARA EL OFICIAL DE PRIVACIDAD
      *> (RPTMASC): ARCHIVOS, REGISTROS LEIDOS Y ENMASCARADOS Y
      *> CAMPOS CAMBIADOS, Y DEJA LA CORRIDA EN LA BITACORA DE
      *> AUDITORIA (TIPO MASCAR). SIN EMPMAST NO HAY COPIA (RC 16);
      *> SIN PERSDAT O DEDMAST SU COPIA SALE VACIA CON RC 04.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15 EMPMASK Y DEDMASK SE ENSANCHAN A 143 Y 106
      *>            POSICIONES, IGUAL QUE EMPREC (EM-REG-PATRONAL)
      *>            Y DEDREC (DD-PERIODO-PAGO, DD-RETENIDO-PER).
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE    ASSIGN TO "EMPMAST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE SEQUENTIAL
                                   RECORD KEY IS EM-NUMERO
                                   ALTERNATE RECORD KEY IS EM-NOMBRE
                                       WITH DUPLICATES
                                   FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT PERSDAT-FILE    ASSIGN TO "PERSDAT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE SEQUENTIAL
                                   RECORD KEY IS PE-NUMERO
                                   FILE STATUS IS WS-PERSDAT-STATUS.

           SELECT DEDMAST-FILE    ASSIGN TO "DEDMAST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE SEQUENTIAL
                                   RECORD KEY IS DD-LLAVE
                                   FILE STATUS IS WS-DEDMAST-STATUS.

           SELECT EMPMASK-FILE    ASSIGN TO "EMPMASK"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE SEQUENTIAL
                                   RECORD KEY IS MK-EM-NUMERO
                                   ALTERNATE RECORD KEY IS MK-EM-NOMBRE
                                       WITH DUPLICATES
                                   FILE STATUS IS WS-EMPMASK-STATUS.

           SELECT PERSMASK-FILE   ASSIGN TO "PERSMASK"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE SEQUENTIAL
                                   RECORD KEY IS MK-PE-NUMERO
                                   FILE STATUS IS WS-PERSMASK-STATUS.

           SELECT DEDMASK-FILE    ASSIGN TO "DEDMASK"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE SEQUENTIAL
                                   RECORD KEY IS MK-DD-LLAVE
                                   FILE STATUS IS WS-DEDMASK-STATUS.

           SELECT SALBANDA-FILE   ASSIGN TO "SALBANDA"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-SALBANDA-STATUS.

           SELECT RPTMASC-FILE    ASSIGN TO "RPTMASC"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  PERSDAT-FILE.
       COPY PERSREG.

       FD  DEDMAST-FILE.
       COPY DEDREC.

      *> LAS COPIAS LLEVAN EL MISMO LAYOUT QUE SU ORIGINAL; AQUI SOLO
      *> SE DESCRIBEN LAS LLAVES, EL RESTO VIAJA EN EL FILLER.
      *> EL FILLER DEBE CRECER JUNTO CON SU COPYBOOK (EMPREC,
      *> PERSREG, DEDREC) O EL FINAL DEL REGISTRO SE TRUNCA.
       FD  EMPMASK-FILE.
       01  MK-EM-REGISTRO.
           05 MK-EM-NUMERO          PIC 9(05).
           05 MK-EM-NOMBRE          PIC X(35).
           05 FILLER                PIC X(103).

       FD  PERSMASK-FILE.
       01  MK-PE-REGISTRO.
           05 MK-PE-NUMERO          PIC 9(05).
           05 FILLER                PIC X(133).

       FD  DEDMASK-FILE.
       01  MK-DD-REGISTRO.
           05 MK-DD-LLAVE           PIC X(07).
           05 FILLER                PIC X(99).

       FD  SALBANDA-FILE.
       COPY SALBREG.

       FD  RPTMASC-FILE.
       01  RPTMASC-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.

      *> TABLAS FIJAS DE NOMBRES FALSOS. EL PATERNO LLEVA SUS DOS
      *> LETRAS DE RFC (INICIAL Y PRIMERA VOCAL INTERNA) Y EL NOMBRE
      *> SU SEXO PARA LA POSICION 11 DEL CURP.
       01  WS-PATERNOS-CONST.
           05 FILLER  PIC X(12)  VALUE "GARCIA    GA".
           05 FILLER  PIC X(12)  VALUE "LOPEZ     LO".
           05 FILLER  PIC X(12)  VALUE "MARTINEZ  MA".
           05 FILLER  PIC X(12)  VALUE "HERNANDEZ HE".
           05 FILLER  PIC X(12)  VALUE "GONZALEZ  GO".
           05 FILLER  PIC X(12)  VALUE "RAMIREZ   RA".
           05 FILLER  PIC X(12)  VALUE "TORRES    TO".
           05 FILLER  PIC X(12)  VALUE "FLORES    FO".
           05 FILLER  PIC X(12)  VALUE "MORALES   MO".
           05 FILLER  PIC X(12)  VALUE "VAZQUEZ   VA".
       01  WS-PATERNOS REDEFINES WS-PATERNOS-CONST.
           05 WS-PATERNO-RENGLON OCCURS 10 TIMES.
              10 WS-PA-APELLIDO     PIC X(10).
              10 WS-PA-RFC          PIC X(02).

       01  WS-MATERNOS-CONST.
           05 FILLER  PIC X(10)  VALUE "SANCHEZ   ".
           05 FILLER  PIC X(10)  VALUE "CRUZ      ".
           05 FILLER  PIC X(10)  VALUE "REYES     ".
           05 FILLER  PIC X(10)  VALUE "ORTIZ     ".
           05 FILLER  PIC X(10)  VALUE "JIMENEZ   ".
           05 FILLER  PIC X(10)  VALUE "DIAZ      ".
           05 FILLER  PIC X(10)  VALUE "RUIZ      ".
           05 FILLER  PIC X(10)  VALUE "MENDOZA   ".
           05 FILLER  PIC X(10)  VALUE "CASTILLO  ".
           05 FILLER  PIC X(10)  VALUE "ROMERO    ".
       01  WS-MATERNOS REDEFINES WS-MATERNOS-CONST.
           05 WS-MA-APELLIDO        PIC X(10) OCCURS 10 TIMES.

       01  WS-NOMBRES-CONST.
           05 FILLER  PIC X(11)  VALUE "ANA       M".
           05 FILLER  PIC X(11)  VALUE "LUIS      H".
           05 FILLER  PIC X(11)  VALUE "MARIA     M".
           05 FILLER  PIC X(11)  VALUE "JORGE     H".
           05 FILLER  PIC X(11)  VALUE "ROSA      M".
           05 FILLER  PIC X(11)  VALUE "CARLOS    H".
           05 FILLER  PIC X(11)  VALUE "ELENA     M".
           05 FILLER  PIC X(11)  VALUE "PEDRO     H".
           05 FILLER  PIC X(11)  VALUE "LAURA     M".
           05 FILLER  PIC X(11)  VALUE "MIGUEL    H".
       01  WS-NOMBRES REDEFINES WS-NOMBRES-CONST.
           05 WS-NOMBRE-RENGLON OCCURS 10 TIMES.
              10 WS-NO-NOMBRE       PIC X(10).
              10 WS-NO-SEXO         PIC X(01).

       01  WS-TABLA-BANDAS.
           05 WS-TB-RENGLON OCCURS 50 TIMES.
              10 WS-TB-DEPARTAMENTO PIC X(04).
              10 WS-TB-MINIMO       PIC 9(05)V99.
              10 WS-TB-MAXIMO       PIC 9(05)V99.

      *> NOMBRE FALSO QUE ARMA 040-NOMBRE-FALSO A PARTIR DE UN NUMERO.
       01  WS-FALSO.
           05 WS-FA-NOMBRE          PIC X(35).
           05 WS-FA-RFC4            PIC X(04).
           05 WS-FA-SEXO            PIC X(01).

       01  WS-RFC-NUEVO.
           05 WS-RN-LETRAS          PIC X(04).
           05 WS-RN-FECHA           PIC X(06).
           05 WS-RN-HOMOCLAVE.
              10 WS-RN-MILES        PIC 9(02).
              10 WS-RN-LETRA        PIC X(01).

       01  WS-CURP-NUEVO.
           05 WS-CN-LETRAS          PIC X(04).
           05 WS-CN-FECHA           PIC X(06).
           05 WS-CN-SEXO            PIC X(01).
           05 WS-CN-ENTIDAD         PIC X(02).
           05 WS-CN-CONSONANTES     PIC X(03).
           05 WS-CN-HOMONIMIA       PIC X(01).
           05 WS-CN-DIGITO          PIC 9(01).

       01  WS-CLABE-NUEVA.
           05 WS-CL-BANCO           PIC X(03).
           05 WS-CL-PLAZA           PIC X(03).
           05 WS-CL-CUENTA.
              10 WS-CL-CEROS        PIC 9(06).
              10 WS-CL-NUMERO       PIC 9(05).
           05 WS-CL-DIGITO          PIC 9(01).

       01  WS-TELEFONO-NUEVO.
           05 WS-TN-PREFIJO         PIC X(05).
           05 WS-TN-NUMERO          PIC 9(05).

       01  WS-CREDITO-NUEVO.
           05 WS-CR-PREFIJO         PIC X(01)      VALUE "9".
           05 WS-CR-NUMERO          PIC 9(05).
           05 WS-CR-TIPO            PIC 9(01).
           05 WS-CR-CEROS           PIC X(03)      VALUE "000".

       01  WS-AREAS.
           05 WS-EMPMAST-STATUS    PIC X(02).
           05 WS-PERSDAT-STATUS    PIC X(02).
           05 WS-DEDMAST-STATUS    PIC X(02).
           05 WS-EMPMASK-STATUS    PIC X(02).
           05 WS-PERSMASK-STATUS   PIC X(02).
           05 WS-DEDMASK-STATUS    PIC X(02).
           05 WS-SALBANDA-STATUS   PIC X(02).
           05 WS-EMPMAST-EOF       PIC X(01)      VALUE "N".
               88 EMPMAST-EOF                     VALUE "S".
           05 WS-PERSDAT-EOF       PIC X(01)      VALUE "N".
               88 PERSDAT-EOF                     VALUE "S".
           05 WS-DEDMAST-EOF       PIC X(01)      VALUE "N".
               88 DEDMAST-EOF                     VALUE "S".
           05 WS-SALBANDA-EOF      PIC X(01)      VALUE "N".
               88 SALBANDA-EOF                    VALUE "S".
           05 WS-HALLADO           PIC X(01).
               88 HALLADO                         VALUE "S".
           05 WS-CLABE-VALIDA      PIC X(01).
               88 CLABE-VALIDA                    VALUE "S".
           05 WS-CLABE-ORIGINAL    PIC X(01).
               88 CLABE-ORIGINAL-VALIDA           VALUE "S".
           05 WS-MAX-BANDAS        PIC 9(02)      VALUE 50.
           05 WS-NUM-BANDAS        PIC 9(02)      VALUE ZERO.
           05 WS-INDICE            PIC 9(02).
           05 WS-NUMERO-BASE       PIC 9(05).
           05 WS-COCIENTE          PIC 9(05).
           05 WS-IND-PATERNO       PIC 9(02).
           05 WS-IND-MATERNO       PIC 9(02).
           05 WS-IND-NOMBRE        PIC 9(02).
           05 WS-PRODUCTO          PIC 9(07).
           05 WS-PORCENTAJE        PIC S9(03).
           05 WS-SALARIO-NUEVO     PIC 9(05)V99.
           05 WS-FECHA-NAC         PIC X(06).
           05 WS-DIGITO-PRUEBA     PIC 9(02).
           05 WS-NUMERO-CERO       PIC 9(05)      VALUE ZERO.
           05 WS-OPERADOR          PIC X(08)      VALUE "CICLO   ".
           05 WS-CODIGO-RETORNO    PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO          PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-CONTADORES.
           05 WS-EM-LEIDOS         PIC 9(05)      VALUE ZERO.
           05 WS-EM-ESCRITOS       PIC 9(05)      VALUE ZERO.
           05 WS-EM-CLABES         PIC 9(05)      VALUE ZERO.
           05 WS-EM-CLABES-MALAS   PIC 9(05)      VALUE ZERO.
           05 WS-EM-ACOTADOS       PIC 9(05)      VALUE ZERO.
           05 WS-EM-SIN-BANDA      PIC 9(05)      VALUE ZERO.
           05 WS-PE-LEIDOS         PIC 9(05)      VALUE ZERO.
           05 WS-PE-ESCRITOS       PIC 9(05)      VALUE ZERO.
           05 WS-DD-LEIDOS         PIC 9(05)      VALUE ZERO.
           05 WS-DD-ESCRITOS       PIC 9(05)      VALUE ZERO.
           05 WS-DD-CREDITOS       PIC 9(05)      VALUE ZERO.
           05 WS-TOT-ERRORES       PIC 9(05)      VALUE ZERO.

       01  WS-EDITADOS.
           05 WS-LEIDOS-ED         PIC ZZ,ZZ9.
           05 WS-ESCRITOS-ED       PIC ZZ,ZZ9.
           05 WS-CUENTA-ED         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EMPMAST; NO HAY COPIA"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "MASCARA: NO SE PUDO ABRIR EMPMAST"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 005-CARGA-BANDAS THRU 005-FIN
           OPEN OUTPUT RPTMASC-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 020-COPIA-MAESTRO THRU 020-FIN
           PERFORM 050-COPIA-PERSONALES THRU 050-FIN
           PERFORM 060-COPIA-DESCUENTOS THRU 060-FIN
           PERFORM 090-ESCRIBE-CONSTANCIA THRU 090-FIN
           CLOSE RPTMASC-FILE
           CALL "PROGAUDT" USING "MASCAR" WS-NUMERO-CERO
                                  WS-OPERADOR
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> CARGA LAS BANDAS SALARIALES POR DEPARTAMENTO. SIN SALBANDA
      *> LOS SALARIOS SE MUEVEN SIN ACOTAR Y SE AVISA CON RC 04.
       005-CARGA-BANDAS.
           OPEN INPUT SALBANDA-FILE
           IF WS-SALBANDA-STATUS NOT = "00"
               DISPLAY "SIN TABLA SALBANDA; LOS SALARIOS NO SE ACOTAN"
               MOVE 04 TO WS-RC-NUEVO
               MOVE "MASCARA: SIN SALBANDA, SALARIOS SIN ACOTAR"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 005-FIN
           END-IF
           PERFORM 006-LEE-BANDA THRU 006-FIN
           PERFORM 007-GUARDA-BANDA THRU 007-FIN
                   UNTIL SALBANDA-EOF
           CLOSE SALBANDA-FILE.
       005-FIN.  EXIT.

       006-LEE-BANDA.
           READ SALBANDA-FILE
               AT END
                   SET SALBANDA-EOF TO TRUE
           END-READ.
       006-FIN.  EXIT.

       007-GUARDA-BANDA.
           IF WS-NUM-BANDAS LESS WS-MAX-BANDAS
               ADD 1 TO WS-NUM-BANDAS
               MOVE SB-DEPARTAMENTO
                    TO WS-TB-DEPARTAMENTO (WS-NUM-BANDAS)
               MOVE SB-MINIMO       TO WS-TB-MINIMO (WS-NUM-BANDAS)
               MOVE SB-MAXIMO       TO WS-TB-MAXIMO (WS-NUM-BANDAS)
           END-IF
           PERFORM 006-LEE-BANDA THRU 006-FIN.
       007-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "CONSTANCIA DE ENMASCARAMIENTO - PROGMASC"
                TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTMASC-LINEA
           WRITE RPTMASC-LINEA
           MOVE SPACES TO RPTMASC-LINEA
           WRITE RPTMASC-LINEA.
       010-FIN.  EXIT.

      *> ------------------------------------------------------
      *> MAESTRO DE EMPLEADOS
      *> ------------------------------------------------------
       020-COPIA-MAESTRO.
           OPEN OUTPUT EMPMASK-FILE
           PERFORM 021-LEE-EMPLEADO THRU 021-FIN
           PERFORM 025-ENMASCARA-EMPLEADO THRU 025-FIN
                   UNTIL EMPMAST-EOF
           CLOSE EMPMAST-FILE
           CLOSE EMPMASK-FILE.
       020-FIN.  EXIT.

       021-LEE-EMPLEADO.
           READ EMPMAST-FILE NEXT RECORD
               AT END
                   SET EMPMAST-EOF TO TRUE
           END-READ.
       021-FIN.  EXIT.

       025-ENMASCARA-EMPLEADO.
           ADD 1 TO WS-EM-LEIDOS
           MOVE EM-NUMERO TO WS-NUMERO-BASE
           PERFORM 040-NOMBRE-FALSO THRU 040-FIN
           MOVE WS-FA-NOMBRE TO EM-NOMBRE
           PERFORM 026-FECHA-NACIMIENTO THRU 026-FIN
           PERFORM 027-RFC-CURP THRU 027-FIN
           IF EM-CLABE NOT = SPACES
               PERFORM 030-CLABE-FALSA THRU 030-FIN
           END-IF
           PERFORM 035-MUEVE-SALARIO THRU 035-FIN
           MOVE EMPMAST-RECORD TO MK-EM-REGISTRO
           WRITE MK-EM-REGISTRO
               INVALID KEY
                   PERFORM 085-ERROR-ESCRITURA THRU 085-FIN
                   GO TO 025-SIGUIENTE
           END-WRITE
           ADD 1 TO WS-EM-ESCRITOS.
       025-SIGUIENTE.
           PERFORM 021-LEE-EMPLEADO THRU 021-FIN.
       025-FIN.  EXIT.

      *> EL SEGMENTO AAMMDD SE TOMA DEL CURP REAL (EL QUE CUADRA CON
      *> PERSDAT); SI NO ES NUMERICO, DEL RFC; SI TAMPOCO, UNO FIJO.
       026-FECHA-NACIMIENTO.
           EVALUATE TRUE
               WHEN EM-CURP (5:6) IS NUMERIC
                   MOVE EM-CURP (5:6) TO WS-FECHA-NAC
               WHEN EM-RFC (5:6) IS NUMERIC
                   MOVE EM-RFC (5:6) TO WS-FECHA-NAC
               WHEN OTHER
                   MOVE "800101" TO WS-FECHA-NAC
           END-EVALUATE.
       026-FIN.  EXIT.

      *> RFC Y CURP FALSOS CON LAS INICIALES DEL NOMBRE FALSO. LA
      *> HOMOCLAVE LLEVA LOS MILES DEL NUMERO DE EMPLEADO, QUE LAS
      *> INICIALES NO DISTINGUEN, PARA QUE DOS EMPLEADOS NUNCA
      *> COMPARTAN RFC.
       027-RFC-CURP.
           DIVIDE WS-NUMERO-BASE BY 1000 GIVING WS-RN-MILES
           MOVE WS-FA-RFC4   TO WS-RN-LETRAS
           MOVE WS-FECHA-NAC TO WS-RN-FECHA
           MOVE "A"          TO WS-RN-LETRA
           MOVE WS-RFC-NUEVO TO EM-RFC
           MOVE WS-FA-RFC4   TO WS-CN-LETRAS
           MOVE WS-FECHA-NAC TO WS-CN-FECHA
           MOVE WS-FA-SEXO   TO WS-CN-SEXO
           MOVE "DF"         TO WS-CN-ENTIDAD
           MOVE "XXX"        TO WS-CN-CONSONANTES
           MOVE "0"          TO WS-CN-HOMONIMIA
           DIVIDE WS-NUMERO-BASE BY 10 GIVING WS-COCIENTE
                   REMAINDER WS-CN-DIGITO
           MOVE WS-CURP-NUEVO TO EM-CURP.
       027-FIN.  EXIT.

      *> CLABE FALSA DEL MISMO BANCO: PLAZA 180 Y LA CUENTA CON EL
      *> NUMERO DE EMPLEADO; EL VERIFICADOR ES EL DIGITO QUE PROGVCLA
      *> ACEPTA. SI LA CLABE REAL NO PASABA, LA FALSA TAMPOCO.
       030-CLABE-FALSA.
           ADD 1 TO WS-EM-CLABES
           CALL "PROGVCLA" USING EM-CLABE WS-CLABE-ORIGINAL
           MOVE EM-CLABE (1:3) TO WS-CL-BANCO
           IF EM-CLABE (1:3) IS NOT NUMERIC
               MOVE EM-BANCO TO WS-CL-BANCO
           END-IF
           IF WS-CL-BANCO IS NOT NUMERIC
               MOVE "002" TO WS-CL-BANCO
           END-IF
           MOVE "180"          TO WS-CL-PLAZA
           MOVE ZERO           TO WS-CL-CEROS
           MOVE WS-NUMERO-BASE TO WS-CL-NUMERO
           MOVE "N" TO WS-CLABE-VALIDA
           PERFORM 031-PRUEBA-DIGITO THRU 031-FIN
                   VARYING WS-DIGITO-PRUEBA FROM 0 BY 1
                   UNTIL WS-DIGITO-PRUEBA GREATER 9
                      OR CLABE-VALIDA
           IF NOT CLABE-ORIGINAL-VALIDA
               ADD 1 TO WS-EM-CLABES-MALAS
               IF WS-CL-DIGITO = 9
                   MOVE ZERO TO WS-CL-DIGITO
               ELSE
                   ADD 1 TO WS-CL-DIGITO
               END-IF
           END-IF
           MOVE WS-CLABE-NUEVA TO EM-CLABE.
       030-FIN.  EXIT.

       031-PRUEBA-DIGITO.
           MOVE WS-DIGITO-PRUEBA TO WS-CL-DIGITO
           CALL "PROGVCLA" USING WS-CLABE-NUEVA WS-CLABE-VALIDA.
       031-FIN.  EXIT.

      *> EL SALARIO SE MUEVE UN PORCENTAJE FIJO POR EMPLEADO ENTRE -10
      *> Y +10 Y SE ACOTA A LA BANDA DE SU DEPARTAMENTO.
       035-MUEVE-SALARIO.
           COMPUTE WS-PRODUCTO = WS-NUMERO-BASE * 37
           DIVIDE WS-PRODUCTO BY 21 GIVING WS-COCIENTE
                   REMAINDER WS-PORCENTAJE
           SUBTRACT 10 FROM WS-PORCENTAJE
           COMPUTE WS-SALARIO-NUEVO ROUNDED =
                   EM-SALARIO * (100 + WS-PORCENTAJE) / 100
               ON SIZE ERROR
                   MOVE EM-SALARIO TO WS-SALARIO-NUEVO
           END-COMPUTE
           MOVE "N" TO WS-HALLADO
           PERFORM 036-BUSCA-BANDA THRU 036-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-BANDAS
                      OR HALLADO
           IF NOT HALLADO
               ADD 1 TO WS-EM-SIN-BANDA
           END-IF
           MOVE WS-SALARIO-NUEVO TO EM-SALARIO.
       035-FIN.  EXIT.

       036-BUSCA-BANDA.
           IF WS-TB-DEPARTAMENTO (WS-INDICE) NOT = EM-DEPARTAMENTO
               GO TO 036-FIN
           END-IF
           SET HALLADO TO TRUE
           IF WS-SALARIO-NUEVO LESS WS-TB-MINIMO (WS-INDICE)
               MOVE WS-TB-MINIMO (WS-INDICE) TO WS-SALARIO-NUEVO
               ADD 1 TO WS-EM-ACOTADOS
           END-IF
           IF WS-SALARIO-NUEVO GREATER WS-TB-MAXIMO (WS-INDICE)
               MOVE WS-TB-MAXIMO (WS-INDICE) TO WS-SALARIO-NUEVO
               ADD 1 TO WS-EM-ACOTADOS
           END-IF.
       036-FIN.  EXIT.

      *> NOMBRE FALSO (PATERNO MATERNO NOMBRE, EL ORDEN DEL MAESTRO)
      *> DEL NUMERO EN WS-NUMERO-BASE: UNIDADES, DECENAS Y CENTENAS
      *> ESCOGEN PATERNO, MATERNO Y NOMBRE.
       040-NOMBRE-FALSO.
           DIVIDE WS-NUMERO-BASE BY 10 GIVING WS-COCIENTE
                   REMAINDER WS-IND-PATERNO
           DIVIDE WS-COCIENTE BY 10 GIVING WS-COCIENTE
                   REMAINDER WS-IND-MATERNO
           DIVIDE WS-COCIENTE BY 10 GIVING WS-COCIENTE
                   REMAINDER WS-IND-NOMBRE
           ADD 1 TO WS-IND-PATERNO
           ADD 1 TO WS-IND-MATERNO
           ADD 1 TO WS-IND-NOMBRE
           MOVE SPACES TO WS-FA-NOMBRE
           STRING WS-PA-APELLIDO (WS-IND-PATERNO) DELIMITED BY SPACE
                  " "                              DELIMITED BY SIZE
                  WS-MA-APELLIDO (WS-IND-MATERNO) DELIMITED BY SPACE
                  " "                              DELIMITED BY SIZE
                  WS-NO-NOMBRE (WS-IND-NOMBRE)     DELIMITED BY SPACE
                  INTO WS-FA-NOMBRE
           MOVE WS-PA-RFC (WS-IND-PATERNO)  TO WS-FA-RFC4 (1:2)
           MOVE WS-MA-APELLIDO (WS-IND-MATERNO) (1:1)
                TO WS-FA-RFC4 (3:1)
           MOVE WS-NO-NOMBRE (WS-IND-NOMBRE) (1:1)
                TO WS-FA-RFC4 (4:1)
           MOVE WS-NO-SEXO (WS-IND-NOMBRE)  TO WS-FA-SEXO.
       040-FIN.  EXIT.

      *> ------------------------------------------------------
      *> DATOS PERSONALES
      *> ------------------------------------------------------
       050-COPIA-PERSONALES.
           OPEN OUTPUT PERSMASK-FILE
           OPEN INPUT PERSDAT-FILE
           IF WS-PERSDAT-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR PERSDAT; SU COPIA SALE VACIA"
               MOVE 04 TO WS-RC-NUEVO
               MOVE "MASCARA: NO SE PUDO ABRIR PERSDAT"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               CLOSE PERSMASK-FILE
               GO TO 050-FIN
           END-IF
           PERFORM 051-LEE-PERSONAL THRU 051-FIN
           PERFORM 055-ENMASCARA-PERSONAL THRU 055-FIN
                   UNTIL PERSDAT-EOF
           CLOSE PERSDAT-FILE
           CLOSE PERSMASK-FILE.
       050-FIN.  EXIT.

       051-LEE-PERSONAL.
           READ PERSDAT-FILE NEXT RECORD
               AT END
                   SET PERSDAT-EOF TO TRUE
           END-READ.
       051-FIN.  EXIT.

      *> CALLE Y COLONIA FALSAS, TELEFONOS CON EL NUMERO DE EMPLEADO
      *> Y UN CONTACTO DE EMERGENCIA CON OTRO NOMBRE FALSO (EL DEL
      *> NUMERO MAS 500). UN TELEFONO EN BLANCO SE QUEDA EN BLANCO.
       055-ENMASCARA-PERSONAL.
           ADD 1 TO WS-PE-LEIDOS
           MOVE SPACES TO PE-CALLE
           STRING "CALLE PRUEBA " DELIMITED BY SIZE
                  PE-NUMERO       DELIMITED BY SIZE
                  INTO PE-CALLE
           MOVE "COLONIA CENTRO" TO PE-COLONIA
           MOVE PE-NUMERO TO WS-TN-NUMERO
           IF PE-TELEFONO NOT = SPACES
               MOVE "55000" TO WS-TN-PREFIJO
               MOVE WS-TELEFONO-NUEVO TO PE-TELEFONO
           END-IF
           IF PE-CONTACTO-TEL NOT = SPACES
               MOVE "55001" TO WS-TN-PREFIJO
               MOVE WS-TELEFONO-NUEVO TO PE-CONTACTO-TEL
           END-IF
           IF PE-CONTACTO-NOMBRE NOT = SPACES
               COMPUTE WS-NUMERO-BASE = PE-NUMERO + 500
                   ON SIZE ERROR
                       MOVE PE-NUMERO TO WS-NUMERO-BASE
               END-COMPUTE
               PERFORM 040-NOMBRE-FALSO THRU 040-FIN
               MOVE WS-FA-NOMBRE TO PE-CONTACTO-NOMBRE
           END-IF
           MOVE PE-REGISTRO TO MK-PE-REGISTRO
           WRITE MK-PE-REGISTRO
               INVALID KEY
                   PERFORM 085-ERROR-ESCRITURA THRU 085-FIN
                   GO TO 055-SIGUIENTE
           END-WRITE
           ADD 1 TO WS-PE-ESCRITOS.
       055-SIGUIENTE.
           PERFORM 051-LEE-PERSONAL THRU 051-FIN.
       055-FIN.  EXIT.

      *> ------------------------------------------------------
      *> DESCUENTOS: SOLO EL NUMERO DE CREDITO INFONAVIT/FONACOT
      *> IDENTIFICA A LA PERSONA; LOS IMPORTES NO SE TOCAN.
      *> ------------------------------------------------------
       060-COPIA-DESCUENTOS.
           OPEN OUTPUT DEDMASK-FILE
           OPEN INPUT DEDMAST-FILE
           IF WS-DEDMAST-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR DEDMAST; SU COPIA SALE VACIA"
               MOVE 04 TO WS-RC-NUEVO
               MOVE "MASCARA: NO SE PUDO ABRIR DEDMAST"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               CLOSE DEDMASK-FILE
               GO TO 060-FIN
           END-IF
           PERFORM 061-LEE-DESCUENTO THRU 061-FIN
           PERFORM 065-ENMASCARA-DESCUENTO THRU 065-FIN
                   UNTIL DEDMAST-EOF
           CLOSE DEDMAST-FILE
           CLOSE DEDMASK-FILE.
       060-FIN.  EXIT.

       061-LEE-DESCUENTO.
           READ DEDMAST-FILE NEXT RECORD
               AT END
                   SET DEDMAST-EOF TO TRUE
           END-READ.
       061-FIN.  EXIT.

       065-ENMASCARA-DESCUENTO.
           ADD 1 TO WS-DD-LEIDOS
           IF DD-CREDITO NOT = SPACES
               MOVE DD-NUMERO TO WS-CR-NUMERO
               EVALUATE TRUE
                   WHEN DD-INFONAVIT
                       MOVE 1 TO WS-CR-TIPO
                   WHEN DD-FONACOT
                       MOVE 2 TO WS-CR-TIPO
                   WHEN OTHER
                       MOVE ZERO TO WS-CR-TIPO
               END-EVALUATE
               MOVE WS-CREDITO-NUEVO TO DD-CREDITO
               ADD 1 TO WS-DD-CREDITOS
           END-IF
           MOVE DD-REGISTRO TO MK-DD-REGISTRO
           WRITE MK-DD-REGISTRO
               INVALID KEY
                   PERFORM 085-ERROR-ESCRITURA THRU 085-FIN
                   GO TO 065-SIGUIENTE
           END-WRITE
           ADD 1 TO WS-DD-ESCRITOS.
       065-SIGUIENTE.
           PERFORM 061-LEE-DESCUENTO THRU 061-FIN.
       065-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO,
      *> CON CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGMASC" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> UNA COPIA QUE NO SE PUDO ESCRIBIR (ARCHIVO DE PRUEBA NO
      *> VACIO O LLAVE REPETIDA) DEJA EL PASO EN RC 08.
       085-ERROR-ESCRITURA.
           ADD 1 TO WS-TOT-ERRORES
           MOVE 08 TO WS-RC-NUEVO
           MOVE "MASCARA: NO SE PUDO ESCRIBIR LA COPIA"
                TO WS-DESCRIPCION-ERROR
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       085-FIN.  EXIT.

      *> CONSTANCIA PARA EL OFICIAL DE PRIVACIDAD: UN RENGLON POR
      *> ARCHIVO CON LEIDOS Y ENMASCARADOS, LOS CAMPOS CAMBIADOS Y LO
      *> QUE NO SE TOCO, Y RENGLONES DE FIRMA.
       090-ESCRIBE-CONSTANCIA.
           MOVE "ARCHIVO   COPIA      LEIDOS  ENMASCARADOS"
                TO RPTMASC-LINEA
           WRITE RPTMASC-LINEA
           MOVE WS-EM-LEIDOS   TO WS-LEIDOS-ED
           MOVE WS-EM-ESCRITOS TO WS-ESCRITOS-ED
           MOVE SPACES TO RPTMASC-LINEA
           STRING "EMPMAST   EMPMASK    " DELIMITED BY SIZE
                  WS-LEIDOS-ED            DELIMITED BY SIZE
                  "        "              DELIMITED BY SIZE
                  WS-ESCRITOS-ED          DELIMITED BY SIZE
                  INTO RPTMASC-LINEA
           WRITE RPTMASC-LINEA
           MOVE WS-PE-LEIDOS   TO WS-LEIDOS-ED
           MOVE WS-PE-ESCRITOS TO WS-ESCRITOS-ED
           MOVE SPACES TO RPTMASC-LINEA
           STRING "PERSDAT   PERSMASK   " DELIMITED BY SIZE
                  WS-LEIDOS-ED            DELIMITED BY SIZE
                  "        "              DELIMITED BY SIZE
                  WS-ESCRITOS-ED          DELIMITED BY SIZE
                  INTO RPTMASC-LINEA
           WRITE RPTMASC-LINEA
           MOVE WS-DD-LEIDOS   TO WS-LEIDOS-ED
           MOVE WS-DD-ESCRITOS TO WS-ESCRITOS-ED
           MOVE SPACES TO RPTMASC-LINEA
           STRING "DEDMAST   DEDMASK    " DELIMITED BY SIZE
                  WS-LEIDOS-ED            DELIMITED BY SIZE
                  "        "              DELIMITED BY SIZE
                  WS-ESCRITOS-ED          DELIMITED BY SIZE
                  INTO RPTMASC-LINEA
           WRITE RPTMASC-LINEA
           MOVE SPACES TO RPTMASC-LINEA
           WRITE RPTMASC-LINEA
           MOVE "CAMPOS ENMASCARADOS:" TO RPTMASC-LINEA
           WRITE RPTMASC-LINEA
           MOVE "  EMPMAST : NOMBRE, RFC, CURP, CLABE, SALARIO"
                TO RPTMASC-LINEA
           WRITE RPTMASC-LINEA
           MOVE "  PERSDAT : CALLE, COLONIA, TELEFONOS, CONTACTO"
                TO RPTMASC-LINEA
           WRITE RPTMASC-LINEA
           MOVE "  DEDMAST : NUMERO DE CREDITO INFONAVIT/FONACOT"
                TO RPTMASC-LINEA
           WRITE RPTMASC-LINEA
           MOVE "SIN CAMBIO: CIUDAD, CODIGO POSTAL, FECHAS, IMPORTES"
                TO RPTMASC-LINEA
           WRITE RPTMASC-LINEA
           MOVE SPACES TO RPTMASC-LINEA
           WRITE RPTMASC-LINEA
           MOVE WS-EM-CLABES TO WS-CUENTA-ED
           MOVE SPACES TO RPTMASC-LINEA
           STRING "CLABES SUSTITUIDAS:                "
                       DELIMITED BY SIZE
                  WS-CUENTA-ED DELIMITED BY SIZE
                  INTO RPTMASC-LINEA
           WRITE RPTMASC-LINEA
           MOVE WS-EM-CLABES-MALAS TO WS-CUENTA-ED
           MOVE SPACES TO RPTMASC-LINEA
           STRING "  INVALIDAS DESDE EL ORIGEN:       "
                       DELIMITED BY SIZE
                  WS-CUENTA-ED DELIMITED BY SIZE
                  INTO RPTMASC-LINEA
           WRITE RPTMASC-LINEA
           MOVE WS-EM-ACOTADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTMASC-LINEA
           STRING "SALARIOS ACOTADOS A SU BANDA:      "
                       DELIMITED BY SIZE
                  WS-CUENTA-ED DELIMITED BY SIZE
                  INTO RPTMASC-LINEA
           WRITE RPTMASC-LINEA
           MOVE WS-EM-SIN-BANDA TO WS-CUENTA-ED
           MOVE SPACES TO RPTMASC-LINEA
           STRING "SALARIOS SIN BANDA (SIN ACOTAR):   "
                       DELIMITED BY SIZE
                  WS-CUENTA-ED DELIMITED BY SIZE
                  INTO RPTMASC-LINEA
           WRITE RPTMASC-LINEA
           MOVE WS-DD-CREDITOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTMASC-LINEA
           STRING "CREDITOS SUSTITUIDOS:              "
                       DELIMITED BY SIZE
                  WS-CUENTA-ED DELIMITED BY SIZE
                  INTO RPTMASC-LINEA
           WRITE RPTMASC-LINEA
           MOVE WS-TOT-ERRORES TO WS-CUENTA-ED
           MOVE SPACES TO RPTMASC-LINEA
           STRING "REGISTROS NO ESCRITOS:             "
                       DELIMITED BY SIZE
                  WS-CUENTA-ED DELIMITED BY SIZE
                  INTO RPTMASC-LINEA
           WRITE RPTMASC-LINEA
           MOVE SPACES TO RPTMASC-LINEA
           WRITE RPTMASC-LINEA
           MOVE "OFICIAL DE PRIVACIDAD: ______________________"
                TO RPTMASC-LINEA
           WRITE RPTMASC-LINEA
           MOVE "FECHA DE ENTREGA:      ______________________"
                TO RPTMASC-LINEA
           WRITE RPTMASC-LINEA
           COMPUTE RPT-TOTAL-REGS = WS-EM-ESCRITOS + WS-PE-ESCRITOS
                                  + WS-DD-ESCRITOS
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTMASC-LINEA
           WRITE RPTMASC-LINEA.
       090-FIN.  EXIT.
