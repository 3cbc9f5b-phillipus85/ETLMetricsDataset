      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : SELLO CON LLAVE DE LOS ARCHIVOS QUE SALEN DEL    *
      *           : BANCO (CNBS Y REDES)                             *
      * OBJETIVO  : CNB470SS Y LOS EXTRACTOS RB457VI/RB457MC/RB457OT *
      *           : SALEN SOLO CON UN TRAILER DE CANTIDAD Y HASH QUE *
      *           : CUALQUIERA QUE EDITE EL ARCHIVO PUEDE VOLVER A   *
      *           : CALCULAR. ESTE PASO SELLA CADA ARCHIVO AL        *
      *           : TERMINAR DE PRODUCIRSE CON UN CODIGO DE          *
      *           : AUTENTICACION QUE DEPENDE DE UNA LLAVE SECRETA   *
      *           : (REGISTRO DE LLAVES DE SELLO RBSKYSS, ROTADO POR *
      *           : GENERACIONES CON GRACIA COMO RBKEYSS) Y LO ANOTA *
      *           : EN EL REGISTRO DE ENTREGAS RB539SS. ANTES DE     *
      *           : TRANSMITIR, EL MODO VERIFICAR RECALCULA EL SELLO *
      *           : Y DETIENE LA TRANSMISION SI EL ARCHIVO CAMBIO    *
      *           : DESPUES DE PRODUCIDO. RBD483 Y RBD491 HACEN LA   *
      *           : MISMA VERIFICACION SOBRE LO QUE CONSUMEN         *
      * FECHA     : 20 DE JUNIO DE 2016                              *
      * NRO REQ   : REQPR00192193                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192193                                       *
      * FECHA  : 20 DE JUNIO DE 2016                                  *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. PARM539SS: MODO=S     *
      *          (SELLAR, POR OMISION), MODO=V (VERIFICAR) O MODO=R  *
      *          (ROTAR LA LLAVE DE SELLO); ARCHIVO= CNB470SS,       *
      *          CNB470S2, CNB470RS (LAYOUT CNBS, DD RB539CN) O      *
      *          RB457VI, RB457MC, RB457OT (LAYOUT DE RED, DD        *
      *          RB539RD); LLAVE-NUEVA= (18 DIGITOS) Y DIAS-GRACIA=  *
      *          (90 SI NO VIENE) PARA ROTAR. EL SELLO SON DOS       *
      *          RESTOS POLINOMICOS DE NUEVE DIGITOS SOBRE CADA BYTE *
      *          DE CADA REGISTRO, CON MULTIPLICADOR, SEMILLA Y      *
      *          CIERRE DERIVADOS DE LA LLAVE. SE VERIFICA CONTRA EL *
      *          ULTIMO SELLO REGISTRADO DEL ARCHIVO, CON LA LLAVE   *
      *          DE SU GENERACION; UNA GENERACION CON LA GRACIA      *
      *          VENCIDA NO VALIDA. SELLO DISTINTO, SIN SELLO O      *
      *          LLAVE VENCIDA DEJAN RETURN-CODE 8: LA TRANSMISION   *
      *          SE CONDICIONA A ESE RETURN-CODE                     *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD539.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 20 DE JUNIO 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  PARM539SS   ASSIGN TO SYS001-PARM539SS
                               FILE STATUS ES-PARM539SS.

           SELECT  RB539CN     ASSIGN TO SYS002-RB539CN
                               FILE STATUS ES-RB539CN.

           SELECT  RB539RD     ASSIGN TO SYS003-RB539RD
                               FILE STATUS ES-RB539RD.

           SELECT  RB539SS     ASSIGN TO SYS004-RB539SS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RB539-LLAVE
                               FILE STATUS ES-RB539SS.

           SELECT  RBSKYSS     ASSIGN TO SYS005-RBSKYSS
                               FILE STATUS ES-RBSKYSS.

           SELECT  FECPRSS     ASSIGN TO SYS032-FECPRSS
                               FILE STATUS ES-FECPRSS.

           SELECT  RBLEDSS     ASSIGN TO SYS030-RBLEDSS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS RBLEDG-LLAVE
                               FILE STATUS ES-RBLEDSS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * TARJETAS DE PARAMETROS EN FORMATO PALABRA-CLAVE=VALOR          *
      *----------------------------------------------------------------*
       FD  PARM539SS.
       01  REG-PARM539SS                  PIC X(80).

      *----------------------------------------------------------------*
      * ARCHIVO DE ENVIO A LA CNBS (CNB470SS, CNB470S2, CNB470RS).     *
      * SE SELLA EL REGISTRO COMPLETO, SIN MIRAR SU CONTENIDO          *
      *----------------------------------------------------------------*
       FD  RB539CN.
       01  REG-RB539CN                    PIC X(100).

      *----------------------------------------------------------------*
      * EXTRACTO POR RED (RB457VI, RB457MC, RB457OT), MISMO LARGO QUE  *
      * GRABA RBD457                                                   *
      *----------------------------------------------------------------*
       FD  RB539RD.
       01  REG-RB539RD                    PIC X(269).

      *----------------------------------------------------------------*
      * REGISTRO DE ENTREGAS: UN SELLO POR ARCHIVO PRODUCIDO, CON SU   *
      * GENERACION DE LLAVE Y EL RESULTADO DE LA ULTIMA VERIFICACION   *
      *----------------------------------------------------------------*
       FD  RB539SS.
       01  REG-RB539SS.
           03 RB539-LLAVE.
              05 RB539-ARCHIVO            PIC X(08).
              05 RB539-FECHA-SELLO        PIC 9(08).
              05 RB539-HORA-SELLO         PIC 9(08).
           03 RB539-FECHA-PROCESO         PIC 9(08).
           03 RB539-CANT-REGS             PIC 9(10).
           03 RB539-GENERACION            PIC 9(04).
           03 RB539-SELLO                 PIC 9(18).
           03 RB539-ESTADO                PIC X(01).
              88 RB539-SELLADO            VALUE 'S'.
              88 RB539-VERIFICADO         VALUE 'V'.
              88 RB539-ALTERADO           VALUE 'X'.
           03 RB539-FECHA-VERIF           PIC 9(08).
           03 RB539-HORA-VERIF            PIC 9(08).
           03 RB539-PROGRAMA-VERIF        PIC X(08).

      *----------------------------------------------------------------*
      * REGISTRO DE LLAVES DE SELLO: UNA GENERACION POR RENGLON, LA DE *
      * MAYOR NUMERO ES LA VIGENTE. LA GRACIA DE UNA GENERACION CORRE  *
      * DESDE LA FECHA DE LA ROTACION SIGUIENTE. EL DATASET TIENE EL   *
      * MISMO PERFIL DE ACCESO RESTRINGIDO QUE LA BOVEDA RB485SS       *
      *----------------------------------------------------------------*
       FD  RBSKYSS.
       01  REG-RBSKYSS.
           03 RBSKY-GENERACION            PIC 9(04).
           03 RBSKY-FECHA-ROTACION        PIC 9(08).
           03 RBSKY-DIAS-GRACIA           PIC 9(05).
           03 RBSKY-LLAVE                 PIC 9(18).

      *----------------------------------------------------------------*
      * FECHA DE PROCESO CENTRAL DE LA LINEA DE BALANCE                *
      *----------------------------------------------------------------*
       FD  FECPRSS.
       01  REG-FECPRSS.
           03 FECPR-FECHA-PROCESO         PIC 9(8).

      *----------------------------------------------------------------*
      * BITACORA COMUN DE EJECUCIONES DE LA LINEA DE BALANCE           *
      *----------------------------------------------------------------*
       FD  RBLEDSS.
       01  REG-RBLEDSS.
           03 RBLEDG-LLAVE.
              05 RBLEDG-PROGRAMA          PIC X(08).
              05 RBLEDG-FECHA-PROCESO     PIC 9(08).
              05 RBLEDG-HORA-INICIO       PIC 9(08).
           03 RBLEDG-FECHA-FIN            PIC 9(08).
           03 RBLEDG-HORA-FIN             PIC 9(08).
           03 RBLEDG-RETURN-CODE          PIC 9(04).
           03 RBLEDG-CANT-CONTADORES      PIC 9(02).
           03 RBLEDG-CONTADORES.
              05 RBLEDG-CONTADOR OCCURS 10 TIMES.
                 07 RBLEDG-CONT-NOMBRE    PIC X(20).
                 07 RBLEDG-CONT-VALOR     PIC 9(10).

       WORKING-STORAGE SECTION.

       01  WK-MODO-PROCESO                  PIC   X(01).
           88 WK-ES-SELLAR                  VALUE 'S'.
           88 WK-ES-VERIFICAR               VALUE 'V'.
           88 WK-ES-ROTAR                   VALUE 'R'.

      * ARCHIVO A SELLAR O VERIFICAR Y SU FAMILIA DE LAYOUT
       01  WK-ARCHIVO                       PIC   X(08).
       01  WK-FAMILIA                       PIC   X(02).
           88 WK-FAMILIA-CNBS               VALUE 'CN'.
           88 WK-FAMILIA-RED                VALUE 'RD'.

       01  WK-VARIABLES.
           03  ES-PARM539SS                 PIC   X(02).
           03  ES-RB539CN                   PIC   X(02).
           03  ES-RB539RD                   PIC   X(02).
           03  ES-RB539SS                   PIC   X(02).
           03  ES-RBSKYSS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  WK-SW-REGISTRO-ABIERTO       PIC   9(01).
           03  WK-SW-SELLO-HALLADO          PIC   9(01).
           03  WK-SW-LLAVE-VALIDA           PIC   9(01).
           03  WK-SW-REG-GRABADO            PIC   9(01).
           03  WK-INTENTOS-REG              PIC   9(02).
           03  WK-LEIDOS                    PIC   9(10).
           03  WK-SELLADOS                  PIC   9(10).
           03  WK-VERIFICADOS               PIC   9(10).
           03  WK-ALTERADOS                 PIC   9(10).
           03  WK-DIAS-GRACIA               PIC   9(05).
           03  WK-GEN-VIGENTE               PIC   9(04).
           03  WK-GEN-NUEVA                 PIC   9(04).
           03  WK-GEN-SELLO                 PIC   9(04).
           03  WK-CANT-GENERACIONES         PIC   9(03).
           03  WK-IX-GEN                    PIC   9(03).
           03  WK-DIAS-DESDE                PIC   S9(07).
           03  WK-PARM-CLAVE                PIC   X(30).
           03  WK-PARM-NUMERO               PIC   9(18).
           03  WK-PARM-LARGO                PIC   9(02).
           03  WK-IX-PARM                   PIC   9(02).
           03  WK-PARM-DIGITO               PIC   9(01).
           03  WK-SW-VALOR-VALIDO           PIC   9(01).
           03  WK-SW-FIN-VALOR              PIC   9(01).
           03  WK-CANT-IGUAL                PIC   9(02).

       01  WK-PARM-VALOR                    PIC   X(50).
       01  WK-PARM-VALOR-R REDEFINES WK-PARM-VALOR.
           03  WK-PARM-VAL-CH OCCURS 50 TIMES
                                            PIC   X(01).

      * LLAVE NUEVA PARA LA ROTACION (MODO R)
       01  WK-LLAVE-NUEVA                   PIC   9(18).
       01  WK-LLAVE-NUEVA-R REDEFINES WK-LLAVE-NUEVA.
           03  WK-LN-MITAD-1                PIC   9(09).
           03  WK-LN-MITAD-2                PIC   9(09).

       01  TB-GENERACIONES.
           03  TB-GEN OCCURS 50 TIMES.
               05 TB-GEN-NUMERO             PIC  9(04).
               05 TB-GEN-FECHA              PIC  9(08).
               05 TB-GEN-DIAS-GRACIA        PIC  9(05).
               05 TB-GEN-LLAVE              PIC  9(18).

      * ULTIMO SELLO REGISTRADO DEL ARCHIVO (MODO V)
       01  WK-SELLO-REGISTRADO              PIC   X(89).

      *----------------------------------------------------------------*
      * CALCULO DEL SELLO. LA LLAVE SE PARTE EN DOS MITADES DE NUEVE   *
      * DIGITOS; CADA MITAD DA EL MULTIPLICADOR DE UNO DE LOS DOS      *
      * RESTOS, LA SEMILLA DEL OTRO Y EL CIERRE. LOS MODULOS SON LOS   *
      * DOS PRIMOS MAS ALTOS DE NUEVE DIGITOS                          *
      *----------------------------------------------------------------*
       01  WK-SEL-LLAVE                     PIC   9(18).
       01  WK-SEL-LLAVE-R REDEFINES WK-SEL-LLAVE.
           03  WK-SEL-K1                    PIC   9(09).
           03  WK-SEL-K2                    PIC   9(09).
       01  WK-SEL-P1                        PIC   9(09) VALUE 999999937.
       01  WK-SEL-P2                        PIC   9(09) VALUE 999999929.
       01  WK-SEL-BASE-MULT                 PIC   9(08) VALUE 1000003.
       01  WK-SEL-RANGO-MULT                PIC   9(08) VALUE 8999999.
       01  WK-SEL-M1                        PIC   9(08).
       01  WK-SEL-M2                        PIC   9(08).
       01  WK-SEL-H1                        PIC   9(09).
       01  WK-SEL-H2                        PIC   9(09).
       01  WK-SEL-PRODUCTO                  PIC   9(18).
       01  WK-SEL-COCIENTE                  PIC   9(18).
       01  WK-SEL-RESTO                     PIC   9(09).
       01  WK-SEL-FIN-REG                   PIC   9(03) VALUE 257.
       01  WK-SELLO                         PIC   9(18).
       01  WK-SELLO-R REDEFINES WK-SELLO.
           03  WK-SELLO-H1                  PIC   9(09).
           03  WK-SELLO-H2                  PIC   9(09).

       01  WK-SEL-DATOS                     PIC   X(269).
       01  WK-SEL-DATOS-R REDEFINES WK-SEL-DATOS.
           03  WK-SEL-CAR OCCURS 269 TIMES  PIC   X(01).
       01  WK-SEL-LARGO                     PIC   9(03).
       01  WK-SEL-IX                        PIC   9(03).
       01  WK-BYTE-BIN                      PIC   9(04) COMP.
       01  WK-BYTE-BIN-R REDEFINES WK-BYTE-BIN.
           03  FILLER                       PIC   X(01).
           03  WK-BYTE-CAR                  PIC   X(01).

      * CAMPOS DEL CALCULO DE NUMERO DE DIA JULIANO
       01  WK-FECHA-JDN                     PIC   9(08).
       01  WK-FECHA-JDN-R REDEFINES WK-FECHA-JDN.
           03 WK-JD-ANIO                    PIC   9(04).
           03 WK-JD-MES                     PIC   9(02).
           03 WK-JD-DIA                     PIC   9(02).
       01  WK-JD-A                          PIC   9(02).
       01  WK-JD-Y                          PIC   9(05).
       01  WK-JD-M                          PIC   9(02).
       01  WK-JD-T1                         PIC   9(05).
       01  WK-JD-T2                         PIC   9(05).
       01  WK-JD-T3                         PIC   9(05).
       01  WK-JD-T4                         PIC   9(05).
       01  WK-JDN                           PIC   9(08).
       01  WK-JDN-PROCESO                   PIC   9(08).

       01  WK-FECHA-SISTEMA                 PIC   9(08).
       01  WK-FECHA-HOY                     PIC   9(08).
       01  WK-HORA-INICIO                   PIC   9(08).
       01  WK-HORA-SELLO                    PIC   9(08).
       01  WK-HORA-FIN                      PIC   9(08).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR THRU 100-FIN.

           EVALUATE TRUE
               WHEN WK-ES-SELLAR
                   PERFORM 200-SELLAR         THRU 200-FIN
               WHEN WK-ES-VERIFICAR
                   PERFORM 300-VERIFICAR      THRU 300-FIN
               WHEN WK-ES-ROTAR
                   PERFORM 400-ROTAR-LLAVE    THRU 400-FIN
           END-EVALUATE.

           PERFORM 990-FINALIZAR   THRU 990-FIN.

       100-INICIALIZAR.

           ACCEPT  WK-HORA-INICIO FROM TIME.
           ACCEPT  WK-FECHA-HOY   FROM DATE YYYYMMDD.
           INITIALIZE  WK-VARIABLES.
           INITIALIZE  TB-GENERACIONES.
           MOVE 'S'    TO WK-MODO-PROCESO.
           MOVE SPACES TO WK-ARCHIVO.
           MOVE SPACES TO WK-FAMILIA.
           MOVE 90     TO WK-DIAS-GRACIA.
           MOVE 0      TO WK-LLAVE-NUEVA.
           MOVE 0      TO WK-SELLO.

           PERFORM 110-LEER-FECPRSS    THRU 110-FIN.
           PERFORM 120-LEER-PARM539SS  THRU 120-FIN.
           PERFORM 130-CARGAR-RBSKYSS  THRU 130-FIN.

           MOVE WK-FECHA-SISTEMA TO WK-FECHA-JDN.
           PERFORM 800-CALCULAR-JDN THRU 800-FIN.
           MOVE WK-JDN TO WK-JDN-PROCESO.

           IF WK-ES-ROTAR
              IF WK-LN-MITAD-1 = 0 OR WK-LN-MITAD-2 = 0
                 DISPLAY 'FALTA LLAVE-NUEVA= DE 18 DIGITOS, SIN '
                         'MITADES EN CERO, PARA ROTAR'
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
              GO TO 100-FIN
           END-IF.

           EVALUATE WK-ARCHIVO
               WHEN 'CNB470SS'
               WHEN 'CNB470S2'
               WHEN 'CNB470RS'
                   MOVE 'CN'  TO WK-FAMILIA
                   MOVE 100   TO WK-SEL-LARGO
               WHEN 'RB457VI'
               WHEN 'RB457MC'
               WHEN 'RB457OT'
                   MOVE 'RD'  TO WK-FAMILIA
                   MOVE 269   TO WK-SEL-LARGO
               WHEN OTHER
                   DISPLAY 'ARCHIVO= AUSENTE O NO SELLABLE EN '
                           'PARM539SS : ' WK-ARCHIVO
                   MOVE     999           TO   RETURN-CODE
                   PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-EVALUATE.
           DISPLAY 'ARCHIVO                    : ' WK-ARCHIVO.

           OPEN I-O RB539SS.
           IF   ES-RB539SS = '35'
                OPEN OUTPUT RB539SS
                CLOSE       RB539SS
                OPEN I-O    RB539SS.
           IF   ES-RB539SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR REGISTRO DE ENTREGAS RB539SS '
                         ES-RB539SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.
           MOVE 1 TO WK-SW-REGISTRO-ABIERTO.

       100-FIN.
           EXIT.

       110-LEER-FECPRSS.

           CALL 'GEC002' USING WK-FECHA-SISTEMA.
           OPEN INPUT FECPRSS.
           IF   ES-FECPRSS = '97'
                MOVE '00'  TO ES-FECPRSS.
           IF   ES-FECPRSS = '00'
                READ FECPRSS
                IF ES-FECPRSS = '00' AND
                   FECPR-FECHA-PROCESO NUMERIC AND
                   FECPR-FECHA-PROCESO > 0
                   MOVE FECPR-FECHA-PROCESO TO WK-FECHA-SISTEMA
                END-IF
                CLOSE FECPRSS
           END-IF.

       110-FIN.
           EXIT.

       120-LEER-PARM539SS.

           OPEN INPUT PARM539SS.
           IF   ES-PARM539SS = '97'
                MOVE '00'  TO ES-PARM539SS.
           IF   ES-PARM539SS = '00'
                PERFORM 1200-LEER-TARJETA THRU 1200-FIN
                        UNTIL ES-PARM539SS NOT = '00'
                CLOSE PARM539SS
           END-IF.
           DISPLAY 'MODO DE PROCESO            : ' WK-MODO-PROCESO.

       120-FIN.
           EXIT.

       1200-LEER-TARJETA.

           READ PARM539SS.
           IF ES-PARM539SS = '00'
              IF REG-PARM539SS = SPACES OR REG-PARM539SS(1:1) = '*'
                 CONTINUE
              ELSE
                 PERFORM 1201-PROCESAR-TARJETA THRU 1201-FIN
              END-IF
           END-IF.

       1200-FIN.
           EXIT.

       1201-PROCESAR-TARJETA.

           MOVE 0 TO WK-CANT-IGUAL.
           INSPECT REG-PARM539SS TALLYING WK-CANT-IGUAL FOR ALL '='.
           IF WK-CANT-IGUAL = 0
              DISPLAY 'TARJETA PARM539SS SIN SIGNO =, MAL FORMADA: '
                       REG-PARM539SS
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           MOVE SPACES TO WK-PARM-CLAVE.
           MOVE SPACES TO WK-PARM-VALOR.
           UNSTRING REG-PARM539SS DELIMITED BY '='
                    INTO WK-PARM-CLAVE WK-PARM-VALOR.

           EVALUATE WK-PARM-CLAVE
               WHEN 'MODO'
                   IF (WK-PARM-VAL-CH(1) NOT = 'S' AND 'V' AND 'R') OR
                      WK-PARM-VALOR(2:49) NOT = SPACES
                      PERFORM 1204-VALOR-INVALIDO THRU 1204-FIN
                   END-IF
                   MOVE WK-PARM-VAL-CH(1) TO WK-MODO-PROCESO
               WHEN 'ARCHIVO'
                   IF WK-PARM-VALOR(9:42) NOT = SPACES
                      PERFORM 1204-VALOR-INVALIDO THRU 1204-FIN
                   END-IF
                   MOVE WK-PARM-VALOR(1:8) TO WK-ARCHIVO
               WHEN 'LLAVE-NUEVA'
                   PERFORM 1202-CONVERTIR-NUMERO THRU 1202-FIN
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-LARGO NOT = 18
                      PERFORM 1204-VALOR-INVALIDO THRU 1204-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-LLAVE-NUEVA
               WHEN 'DIAS-GRACIA'
                   PERFORM 1202-CONVERTIR-NUMERO THRU 1202-FIN
                   IF WK-SW-VALOR-VALIDO = 0 OR WK-PARM-NUMERO = 0 OR
                      WK-PARM-LARGO > 5
                      PERFORM 1204-VALOR-INVALIDO THRU 1204-FIN
                   END-IF
                   MOVE WK-PARM-NUMERO TO WK-DIAS-GRACIA
               WHEN OTHER
                   DISPLAY 'PALABRA CLAVE DESCONOCIDA EN PARM539SS: '
                            WK-PARM-CLAVE
                   MOVE     999           TO   RETURN-CODE
                   PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-EVALUATE.

       1201-FIN.
           EXIT.

       1202-CONVERTIR-NUMERO.

           MOVE 0 TO WK-PARM-NUMERO.
           MOVE 0 TO WK-PARM-LARGO.
           MOVE 1 TO WK-SW-VALOR-VALIDO.
           MOVE 0 TO WK-SW-FIN-VALOR.
           MOVE 0 TO WK-IX-PARM.
           PERFORM 1203-CONVERTIR-DIGITO THRU 1203-FIN
                   UNTIL WK-IX-PARM >= 50 OR
                         WK-SW-VALOR-VALIDO = 0 OR
                         WK-SW-FIN-VALOR = 1.
           IF WK-PARM-LARGO = 0 OR WK-PARM-LARGO > 18
              MOVE 0 TO WK-SW-VALOR-VALIDO.

       1202-FIN.
           EXIT.

       1203-CONVERTIR-DIGITO.

           ADD 1 TO WK-IX-PARM.
           IF WK-PARM-VAL-CH(WK-IX-PARM) = SPACE
              MOVE 1 TO WK-SW-FIN-VALOR
           ELSE
              IF WK-PARM-VAL-CH(WK-IX-PARM) NUMERIC AND
                 WK-PARM-LARGO < 18
                 MOVE WK-PARM-VAL-CH(WK-IX-PARM) TO WK-PARM-DIGITO
                 COMPUTE WK-PARM-NUMERO =
                         (WK-PARM-NUMERO * 10) + WK-PARM-DIGITO
                 ADD 1 TO WK-PARM-LARGO
              ELSE
                 MOVE 0 TO WK-SW-VALOR-VALIDO
              END-IF
           END-IF.

       1203-FIN.
           EXIT.

       1204-VALOR-INVALIDO.

           DISPLAY 'VALOR MAL FORMADO EN TARJETA PARM539SS: '
                    REG-PARM539SS.
           MOVE     999           TO   RETURN-CODE.
           PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       1204-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * REGISTRO DE LLAVES DE SELLO: LA GENERACION VIGENTE ES LA DE    *
      * MAYOR NUMERO. SIN REGISTRO NO HAY LLAVE: SOLO SE PUEDE ROTAR   *
      *----------------------------------------------------------------*
       130-CARGAR-RBSKYSS.

           MOVE 0 TO WK-GEN-VIGENTE.
           OPEN INPUT RBSKYSS.
           IF   ES-RBSKYSS = '97' OR '35'
                DISPLAY 'SIN REGISTRO DE LLAVES DE SELLO RBSKYSS'
                GO TO 130-FIN.
           IF   ES-RBSKYSS NOT = '00'
                DISPLAY 'ERROR AL ABRIR REGISTRO RBSKYSS ' ES-RBSKYSS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

           PERFORM 1300-LEER-RBSKYSS THRU 1300-FIN
                   UNTIL ES-RBSKYSS NOT = '00'.
           CLOSE RBSKYSS.
           DISPLAY 'GENERACION DE SELLO VIGENTE: ' WK-GEN-VIGENTE.

       130-FIN.
           EXIT.

       1300-LEER-RBSKYSS.

           READ RBSKYSS.
           IF ES-RBSKYSS = '00'
              IF WK-CANT-GENERACIONES >= 50
                 DISPLAY 'TABLA DE GENERACIONES LLENA, DEPURAR '
                         'RBSKYSS'
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
              ADD 1 TO WK-CANT-GENERACIONES
              MOVE RBSKY-GENERACION     TO
                   TB-GEN-NUMERO(WK-CANT-GENERACIONES)
              MOVE RBSKY-FECHA-ROTACION TO
                   TB-GEN-FECHA(WK-CANT-GENERACIONES)
              MOVE RBSKY-DIAS-GRACIA    TO
                   TB-GEN-DIAS-GRACIA(WK-CANT-GENERACIONES)
              MOVE RBSKY-LLAVE          TO
                   TB-GEN-LLAVE(WK-CANT-GENERACIONES)
              IF RBSKY-GENERACION > WK-GEN-VIGENTE
                 MOVE RBSKY-GENERACION TO WK-GEN-VIGENTE
              END-IF
           END-IF.

       1300-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * MODO 'S': SELLA EL ARCHIVO CON LA GENERACION VIGENTE Y ANOTA   *
      * EL SELLO EN EL REGISTRO DE ENTREGAS. ANTE LLAVE DUPLICADA (DOS *
      * SELLOS DEL MISMO ARCHIVO EN EL MISMO SEGUNDO) SE CORRE LA HORA *
      *----------------------------------------------------------------*
       200-SELLAR.

           IF WK-GEN-VIGENTE = 0
              DISPLAY 'NO HAY LLAVE DE SELLO: ROTAR PRIMERO CON '
                      'MODO=R'
              MOVE     999           TO   RETURN-CODE
              GO TO 200-FIN
           END-IF.

           MOVE WK-GEN-VIGENTE TO WK-GEN-SELLO.
           PERFORM 760-LLAVE-DE-GENERACION THRU 760-FIN.
           PERFORM 500-CALCULAR-SELLO THRU 500-FIN.

           MOVE 0 TO WK-INTENTOS-REG.
           MOVE 0 TO WK-SW-REG-GRABADO.
           MOVE WK-HORA-INICIO TO WK-HORA-SELLO.
           PERFORM 2000-GRABAR-SELLO THRU 2000-FIN
                   UNTIL WK-SW-REG-GRABADO = 1 OR
                         WK-INTENTOS-REG > 5.

           IF WK-SW-REG-GRABADO = 0
              DISPLAY 'NO SE PUDO REGISTRAR EL SELLO EN RB539SS '
                       ES-RB539SS
              MOVE     999           TO   RETURN-CODE
           ELSE
              ADD 1 TO WK-SELLADOS
              DISPLAY 'SELLO REGISTRADO: ' WK-ARCHIVO
                      ' REGS ' WK-LEIDOS
                      ' GENERACION ' WK-GEN-SELLO
           END-IF.

       200-FIN.
           EXIT.

       2000-GRABAR-SELLO.

           ADD 1 TO WK-INTENTOS-REG.
           MOVE WK-ARCHIVO       TO RB539-ARCHIVO.
           MOVE WK-FECHA-HOY     TO RB539-FECHA-SELLO.
           MOVE WK-HORA-SELLO    TO RB539-HORA-SELLO.
           MOVE WK-FECHA-SISTEMA TO RB539-FECHA-PROCESO.
           MOVE WK-LEIDOS        TO RB539-CANT-REGS.
           MOVE WK-GEN-SELLO     TO RB539-GENERACION.
           MOVE WK-SELLO         TO RB539-SELLO.
           SET  RB539-SELLADO    TO TRUE.
           MOVE 0                TO RB539-FECHA-VERIF.
           MOVE 0                TO RB539-HORA-VERIF.
           MOVE SPACES           TO RB539-PROGRAMA-VERIF.

           WRITE REG-RB539SS.
           IF ES-RB539SS = '00'
              MOVE 1 TO WK-SW-REG-GRABADO
           ELSE
              IF ES-RB539SS = '22'
                 ADD 1 TO WK-HORA-SELLO
              ELSE
                 MOVE 99 TO WK-INTENTOS-REG
              END-IF
           END-IF.

       2000-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * MODO 'V': RECALCULA EL SELLO CON LA LLAVE DE LA GENERACION DEL *
      * ULTIMO SELLO REGISTRADO Y LO COMPARA. EL RESULTADO QUEDA EN EL *
      * REGISTRO DE ENTREGAS ('V' VERIFICADO O 'X' ALTERADO)           *
      *----------------------------------------------------------------*
       300-VERIFICAR.

           PERFORM 750-BUSCAR-SELLO THRU 750-FIN.
           IF WK-SW-SELLO-HALLADO = 0
              DISPLAY 'ARCHIVO ' WK-ARCHIVO ' SIN SELLO REGISTRADO: '
                      'NO TRANSMITIR'
              MOVE 8 TO RETURN-CODE
              GO TO 300-FIN
           END-IF.

           MOVE RB539-GENERACION TO WK-GEN-SELLO.
           PERFORM 760-LLAVE-DE-GENERACION THRU 760-FIN.
           IF WK-SW-LLAVE-VALIDA NOT = 1
              DISPLAY 'LA LLAVE DE LA GENERACION ' WK-GEN-SELLO
                      ' NO EXISTE O SU GRACIA VENCIO: NO TRANSMITIR'
              MOVE 8 TO RETURN-CODE
              GO TO 300-FIN
           END-IF.

           PERFORM 500-CALCULAR-SELLO THRU 500-FIN.

           MOVE WK-SELLO-REGISTRADO TO REG-RB539SS.
           READ RB539SS.
           IF ES-RB539SS NOT = '00'
              DISPLAY 'ERROR AL RELEER SELLO EN RB539SS ' ES-RB539SS
              MOVE     999           TO   RETURN-CODE
              GO TO 300-FIN
           END-IF.

           IF WK-SELLO = RB539-SELLO AND WK-LEIDOS = RB539-CANT-REGS
              SET RB539-VERIFICADO TO TRUE
              ADD 1 TO WK-VERIFICADOS
              DISPLAY 'SELLO DE ' WK-ARCHIVO ' VERIFICADO'
           ELSE
              SET RB539-ALTERADO   TO TRUE
              ADD 1 TO WK-ALTERADOS
              DISPLAY 'EL ARCHIVO ' WK-ARCHIVO ' CAMBIO DESPUES DE '
                      'SELLADO: NO TRANSMITIR'
              DISPLAY '  SELLADO EL ' RB539-FECHA-SELLO ' '
                      RB539-HORA-SELLO ' CON ' RB539-CANT-REGS
                      ' REGS, HOY ' WK-LEIDOS ' REGS'
              MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WK-FECHA-HOY   TO RB539-FECHA-VERIF.
           MOVE WK-HORA-INICIO TO RB539-HORA-VERIF.
           MOVE 'RBD539'       TO RB539-PROGRAMA-VERIF.
           REWRITE REG-RB539SS.
           IF ES-RB539SS NOT = '00'
              DISPLAY 'AVISO: NO SE ANOTO LA VERIFICACION EN RB539SS '
                       ES-RB539SS
           END-IF.

       300-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * MODO 'R': AGREGA UNA GENERACION NUEVA AL REGISTRO DE LLAVES DE *
      * SELLO. LA GENERACION ANTERIOR SIGUE VALIDANDO LOS SELLOS YA    *
      * EMITIDOS DURANTE LOS DIAS DE GRACIA                            *
      *----------------------------------------------------------------*
       400-ROTAR-LLAVE.

           COMPUTE WK-GEN-NUEVA = WK-GEN-VIGENTE + 1.
           DISPLAY 'GENERACION DE SELLO NUEVA  : ' WK-GEN-NUEVA.
           DISPLAY 'DIAS DE GRACIA             : ' WK-DIAS-GRACIA.

           OPEN EXTEND RBSKYSS.
           IF   ES-RBSKYSS = '05' OR '35' OR '97'
                OPEN OUTPUT RBSKYSS.
           IF   ES-RBSKYSS NOT = '00' AND '97'
                DISPLAY 'ERROR AL ABRIR REGISTRO RBSKYSS ' ES-RBSKYSS
                MOVE     999  TO RETURN-CODE
                GO TO 400-FIN.

           MOVE WK-GEN-NUEVA     TO RBSKY-GENERACION.
           MOVE WK-FECHA-SISTEMA TO RBSKY-FECHA-ROTACION.
           MOVE WK-DIAS-GRACIA   TO RBSKY-DIAS-GRACIA.
           MOVE WK-LLAVE-NUEVA   TO RBSKY-LLAVE.
           WRITE REG-RBSKYSS.
           IF ES-RBSKYSS NOT = '00'
              DISPLAY 'ERROR AL GRABAR REGISTRO RBSKYSS ' ES-RBSKYSS
              MOVE     999  TO RETURN-CODE
           ELSE
              DISPLAY 'ROTACION REGISTRADA EN RBSKYSS'
           END-IF.

           CLOSE RBSKYSS.

       400-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LEE EL ARCHIVO COMPLETO CON EL LAYOUT DE SU FAMILIA Y CALCULA  *
      * EL SELLO CON LA LLAVE YA CARGADA EN WK-SEL-LLAVE               *
      *----------------------------------------------------------------*
       500-CALCULAR-SELLO.

           PERFORM 700-INICIAR-SELLO THRU 700-FIN.
           MOVE 0 TO SW-FIN.

           IF WK-FAMILIA-CNBS
              OPEN INPUT RB539CN
              IF ES-RB539CN NOT = '00'
                 DISPLAY 'ERROR AL ABRIR ARCHIVO ' WK-ARCHIVO
                         ' (RB539CN) ' ES-RB539CN
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              PERFORM 5100-LEER-CNBS THRU 5100-FIN
                      UNTIL SW-FIN = 1
              CLOSE RB539CN
           ELSE
              OPEN INPUT RB539RD
              IF ES-RB539RD NOT = '00'
                 DISPLAY 'ERROR AL ABRIR ARCHIVO ' WK-ARCHIVO
                         ' (RB539RD) ' ES-RB539RD
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              PERFORM 5200-LEER-RED THRU 5200-FIN
                      UNTIL SW-FIN = 1
              CLOSE RB539RD
           END-IF.

           PERFORM 720-CERRAR-SELLO THRU 720-FIN.

       500-FIN.
           EXIT.

       5100-LEER-CNBS.

           READ RB539CN.
           IF ES-RB539CN = '00'
              ADD 1 TO WK-LEIDOS
              MOVE REG-RB539CN TO WK-SEL-DATOS
              PERFORM 710-SELLAR-REGISTRO THRU 710-FIN
           ELSE
              IF ES-RB539CN = '10'
                 MOVE 1 TO SW-FIN
              ELSE
                 DISPLAY 'ERROR AL LEER ARCHIVO ' WK-ARCHIVO ' '
                          ES-RB539CN
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
           END-IF.

       5100-FIN.
           EXIT.

       5200-LEER-RED.

           READ RB539RD.
           IF ES-RB539RD = '00'
              ADD 1 TO WK-LEIDOS
              MOVE REG-RB539RD TO WK-SEL-DATOS
              PERFORM 710-SELLAR-REGISTRO THRU 710-FIN
           ELSE
              IF ES-RB539RD = '10'
                 MOVE 1 TO SW-FIN
              ELSE
                 DISPLAY 'ERROR AL LEER ARCHIVO ' WK-ARCHIVO ' '
                          ES-RB539RD
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
           END-IF.

       5200-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * SELLO: H = (H * M + BYTE + 1) MOD P POR CADA BYTE, UN MARCADOR *
      * DE FIN DE REGISTRO, Y AL FINAL UN CIERRE CON LA OTRA MITAD DE  *
      * LA LLAVE. MISMA ARITMETICA EN RBD483 Y RBD491                  *
      *----------------------------------------------------------------*
       700-INICIAR-SELLO.

           DIVIDE WK-SEL-K1 BY WK-SEL-RANGO-MULT
                  GIVING WK-SEL-COCIENTE REMAINDER WK-SEL-RESTO.
           COMPUTE WK-SEL-M1 = WK-SEL-BASE-MULT + WK-SEL-RESTO.
           DIVIDE WK-SEL-K2 BY WK-SEL-RANGO-MULT
                  GIVING WK-SEL-COCIENTE REMAINDER WK-SEL-RESTO.
           COMPUTE WK-SEL-M2 = WK-SEL-BASE-MULT + WK-SEL-RESTO.
           DIVIDE WK-SEL-K2 BY WK-SEL-P1
                  GIVING WK-SEL-COCIENTE REMAINDER WK-SEL-H1.
           DIVIDE WK-SEL-K1 BY WK-SEL-P2
                  GIVING WK-SEL-COCIENTE REMAINDER WK-SEL-H2.

       700-FIN.
           EXIT.

       710-SELLAR-REGISTRO.

           MOVE 0 TO WK-SEL-IX.
           PERFORM 7100-SELLAR-BYTE THRU 7100-FIN
                   UNTIL WK-SEL-IX >= WK-SEL-LARGO.

           COMPUTE WK-SEL-PRODUCTO = WK-SEL-H1 * WK-SEL-M1
                                   + WK-SEL-FIN-REG.
           DIVIDE WK-SEL-PRODUCTO BY WK-SEL-P1
                  GIVING WK-SEL-COCIENTE REMAINDER WK-SEL-H1.
           COMPUTE WK-SEL-PRODUCTO = WK-SEL-H2 * WK-SEL-M2
                                   + WK-SEL-FIN-REG.
           DIVIDE WK-SEL-PRODUCTO BY WK-SEL-P2
                  GIVING WK-SEL-COCIENTE REMAINDER WK-SEL-H2.

       710-FIN.
           EXIT.

       7100-SELLAR-BYTE.

           ADD 1 TO WK-SEL-IX.
           MOVE 0 TO WK-BYTE-BIN.
           MOVE WK-SEL-CAR(WK-SEL-IX) TO WK-BYTE-CAR.
           COMPUTE WK-SEL-PRODUCTO = WK-SEL-H1 * WK-SEL-M1
                                   + WK-BYTE-BIN + 1.
           DIVIDE WK-SEL-PRODUCTO BY WK-SEL-P1
                  GIVING WK-SEL-COCIENTE REMAINDER WK-SEL-H1.
           COMPUTE WK-SEL-PRODUCTO = WK-SEL-H2 * WK-SEL-M2
                                   + WK-BYTE-BIN + 1.
           DIVIDE WK-SEL-PRODUCTO BY WK-SEL-P2
                  GIVING WK-SEL-COCIENTE REMAINDER WK-SEL-H2.

       7100-FIN.
           EXIT.

       720-CERRAR-SELLO.

           COMPUTE WK-SEL-PRODUCTO = WK-SEL-H1 * WK-SEL-M1
                                   + WK-SEL-K1.
           DIVIDE WK-SEL-PRODUCTO BY WK-SEL-P1
                  GIVING WK-SEL-COCIENTE REMAINDER WK-SEL-H1.
           COMPUTE WK-SEL-PRODUCTO = WK-SEL-H2 * WK-SEL-M2
                                   + WK-SEL-K2.
           DIVIDE WK-SEL-PRODUCTO BY WK-SEL-P2
                  GIVING WK-SEL-COCIENTE REMAINDER WK-SEL-H2.
           MOVE WK-SEL-H1 TO WK-SELLO-H1.
           MOVE WK-SEL-H2 TO WK-SELLO-H2.

       720-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * ULTIMO SELLO REGISTRADO DEL ARCHIVO (LA LLAVE DEL REGISTRO VA  *
      * POR ARCHIVO + FECHA + HORA DEL SELLO)                          *
      *----------------------------------------------------------------*
       750-BUSCAR-SELLO.

           MOVE 0          TO WK-SW-SELLO-HALLADO.
           MOVE WK-ARCHIVO TO RB539-ARCHIVO.
           MOVE 0          TO RB539-FECHA-SELLO.
           MOVE 0          TO RB539-HORA-SELLO.
           START RB539SS KEY IS NOT LESS THAN RB539-LLAVE.
           IF ES-RB539SS NOT = '00'
              GO TO 750-FIN
           END-IF.

           MOVE 0 TO SW-FIN.
           PERFORM 7500-LEER-SELLO THRU 7500-FIN
                   UNTIL SW-FIN = 1.
           IF WK-SW-SELLO-HALLADO = 1
              MOVE WK-SELLO-REGISTRADO TO REG-RB539SS
           END-IF.

       750-FIN.
           EXIT.

       7500-LEER-SELLO.

           READ RB539SS NEXT RECORD.
           IF ES-RB539SS NOT = '00'
              MOVE 1 TO SW-FIN
              GO TO 7500-FIN
           END-IF.
           IF RB539-ARCHIVO NOT = WK-ARCHIVO
              MOVE 1 TO SW-FIN
              GO TO 7500-FIN
           END-IF.
           MOVE 1           TO WK-SW-SELLO-HALLADO.
           MOVE REG-RB539SS TO WK-SELLO-REGISTRADO.

       7500-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LLAVE DE LA GENERACION WK-GEN-SELLO. LA GENERACION VALE SI     *
      * ESTA EN EL REGISTRO Y NO HAY ROTACION SIGUIENTE CUYA GRACIA    *
      * YA HAYA VENCIDO                                                *
      *----------------------------------------------------------------*
       760-LLAVE-DE-GENERACION.

           MOVE 0 TO WK-SW-LLAVE-VALIDA.
           MOVE 0 TO WK-SEL-LLAVE.
           MOVE 0 TO WK-IX-GEN.
           PERFORM 7600-PROBAR-GENERACION THRU 7600-FIN
                   UNTIL WK-IX-GEN >= WK-CANT-GENERACIONES.
           IF WK-SEL-LLAVE = 0
              MOVE 0 TO WK-SW-LLAVE-VALIDA
           END-IF.

       760-FIN.
           EXIT.

       7600-PROBAR-GENERACION.

           ADD 1 TO WK-IX-GEN.
           IF TB-GEN-NUMERO(WK-IX-GEN) = WK-GEN-SELLO
              MOVE TB-GEN-LLAVE(WK-IX-GEN) TO WK-SEL-LLAVE
              IF WK-SW-LLAVE-VALIDA = 0
                 MOVE 1 TO WK-SW-LLAVE-VALIDA
              END-IF
              GO TO 7600-FIN
           END-IF.
           IF TB-GEN-NUMERO(WK-IX-GEN) NOT = WK-GEN-SELLO + 1
              GO TO 7600-FIN
           END-IF.

           MOVE TB-GEN-FECHA(WK-IX-GEN) TO WK-FECHA-JDN.
           PERFORM 800-CALCULAR-JDN THRU 800-FIN.
           COMPUTE WK-DIAS-DESDE = WK-JDN-PROCESO - WK-JDN.
           IF WK-DIAS-DESDE > TB-GEN-DIAS-GRACIA(WK-IX-GEN)
              MOVE 2 TO WK-SW-LLAVE-VALIDA
           END-IF.

       7600-FIN.
           EXIT.

       800-CALCULAR-JDN.

           COMPUTE WK-JD-A = (14 - WK-JD-MES) / 12.
           COMPUTE WK-JD-Y = WK-JD-ANIO + 4800 - WK-JD-A.
           COMPUTE WK-JD-M = WK-JD-MES + (12 * WK-JD-A) - 3.
           COMPUTE WK-JD-T1 = ((153 * WK-JD-M) + 2) / 5.
           DIVIDE WK-JD-Y BY 4   GIVING WK-JD-T2.
           DIVIDE WK-JD-Y BY 100 GIVING WK-JD-T3.
           DIVIDE WK-JD-Y BY 400 GIVING WK-JD-T4.
           COMPUTE WK-JDN = WK-JD-DIA + WK-JD-T1 + (365 * WK-JD-Y)
                          + WK-JD-T2 - WK-JD-T3 + WK-JD-T4 - 32045.

       800-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD539 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD539 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'MODO DE PROCESO            : ' WK-MODO-PROCESO
              DISPLAY 'ARCHIVO                    : ' WK-ARCHIVO
              DISPLAY 'REGS. LEIDOS               : ' WK-LEIDOS
              DISPLAY 'ARCHIVOS SELLADOS          : ' WK-SELLADOS
              DISPLAY 'ARCHIVOS VERIFICADOS       : ' WK-VERIFICADOS
              DISPLAY 'ARCHIVOS ALTERADOS         : ' WK-ALTERADOS
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           IF WK-SW-REGISTRO-ABIERTO = 1
              CLOSE RB539SS
           END-IF.
           STOP      RUN.

       990-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * BITACORA COMUN DE EJECUCIONES (RBLEDSS): UN REGISTRO POR       *
      * CORRIDA CON FECHA/HORA DE INICIO Y FIN, LOS CONTADORES DEL     *
      * RESUMEN Y EL RETURN-CODE FINAL. UN FALLO EN LA BITACORA NO     *
      * VOLTEA LA CORRIDA: SE AVISA Y SE CONTINUA                      *
      *----------------------------------------------------------------*
       991-GRABAR-LEDGER.

           OPEN I-O RBLEDSS.
           IF   ES-RBLEDSS = '35'
                OPEN OUTPUT RBLEDSS
                CLOSE       RBLEDSS
                OPEN I-O    RBLEDSS.
           IF   ES-RBLEDSS NOT = '00'
                DISPLAY 'AVISO: BITACORA RBLEDSS NO DISPONIBLE '
                         ES-RBLEDSS
                GO TO 991-FIN.

           MOVE 'RBD539  '             TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA       TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO         TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA       TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN            TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE            TO RBLEDG-RETURN-CODE.
           MOVE 5                      TO RBLEDG-CANT-CONTADORES.
           MOVE 'REGS-LEIDOS'          TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-LEIDOS              TO RBLEDG-CONT-VALOR(1).
           MOVE 'ARCHIVOS-SELLADOS'    TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-SELLADOS            TO RBLEDG-CONT-VALOR(2).
           MOVE 'ARCHIVOS-VERIFICADOS' TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-VERIFICADOS         TO RBLEDG-CONT-VALOR(3).
           MOVE 'ARCHIVOS-ALTERADOS'   TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-ALTERADOS           TO RBLEDG-CONT-VALOR(4).
           MOVE 'GENERACION-SELLO'     TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-GEN-SELLO           TO RBLEDG-CONT-VALOR(5).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.
