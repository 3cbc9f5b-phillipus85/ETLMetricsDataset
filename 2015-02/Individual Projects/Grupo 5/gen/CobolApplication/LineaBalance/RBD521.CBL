      *==============================================================*
      * AUTHOR    : M. SOSA                                          *
      * TEMA      : TABLERO MENSUAL DE NIVEL DE SERVICIO DE LOS      *
      *           : CARGADORES DE CN255SE                            *
      * OBJETIVO  : PARA EL MES ANTERIOR A LA FECHA DE PROCESO MIDE  *
      *           : CADA SISTEMA DE ORIGEN DE LA TABLA RUTASSS: LOS  *
      *           : EXTRACTOS Y EL VOLUMEN CONSUMIDOS (RB452SS), LA  *
      *           : PUNTUALIDAD CONTRA LA HORA DE CORTE ACORDADA,    *
      *           : LOS DIAS HABILES SIN EXTRACTO (CALENSS), EL      *
      *           : RECHAZO POR CALIDAD DE DATOS POR MOTIVO          *
      *           : (RB461SS) Y LOS DUPLICADOS (RB460SS). ARMA UN    *
      *           : PUNTAJE, RANKEA LOS SISTEMAS Y MUESTRA LA        *
      *           : TENDENCIA CONTRA EL MES ANTERIOR QUE GUARDA EN   *
      *           : EL HISTORICO RB521HS, PARA LLEVAR AL COMITE DE   *
      *           : OPERACIONES ANTE LOS DUENOS DE CADA SISTEMA      *
      * FECHA     : 02 DE MAYO DE 2016                               *
      * NRO REQ   : REQPR00192173                                    *
      *==============================================================*

      *==============================================================*
      * REMARKS           LOG DE MODIFICACIONES                      *
      *==============================================================*
      * NRO REQ: REQPR00192173                                       *
      * FECHA  : 02 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: VERSION INICIAL DEL PROGRAMA. EL EXTRACTO SE        *
      *          ATRIBUYE AL SISTEMA POR EL PREFIJO DE SU NOMBRE,    *
      *          CON LA MISMA REGLA DE RBD510. LA LLEGADA SE MIDE    *
      *          CON LA HORA DE INICIO DE LA CORRIDA QUE LO CONSUMIO *
      *          (RB452SS-HORA-PROC); LOS REGISTROS SIN HORA Y LOS   *
      *          CARGADORES SIN HORA DE CORTE NO PUNTUAN. PUNTAJE =  *
      *          100 MENOS EL % FUERA DE HORA, EL % DE RECHAZO, EL % *
      *          DE DUPLICADOS Y EL % DE DIAS HABILES SIN EXTRACTO,  *
      *          CON PISO CERO. SISTEMAS CON DIAS FALTANTES O        *
      *          REGISTROS SIN RUTA DEJAN RETURN-CODE 4              *
      *----------------------------------------------------------------*
      * NRO REQ: REQPR00192174                                       *
      * FECHA  : 03 DE MAYO DE 2016                                   *
      * AUTOR  : M. SOSA                                              *
      * DESCRIP: CANTIDAD MENSUAL DE TARDIAS POR CARGADOR: SE LEEN   *
      *          LAS GENERACIONES DEL MES DEL NUEVO ARCHIVO DE       *
      *          TARDIAS RB457LT DE RBD457 (LISTA LST457LT) Y SE     *
      *          ATRIBUYEN AL SISTEMA POR EL PREFIJO DE NOMB-ARCH-   *
      *          CARG. NUEVA COLUMNA TARDIAS EN EL CUADRO DE MOTIVOS *
      *          Y TOTALES EN EL LISTADO Y LA BITACORA; NO ENTRA AL  *
      *          PUNTAJE                                             *
      *==============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RBD521.
       AUTHOR.       M. SOSA.
       DATE-WRITTEN. 02 DE MAYO 2016.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT  RUTASSS     ASSIGN TO SYS001-RUTASSS
                               FILE STATUS ES-RUTASSS.

           SELECT  RB452SS     ASSIGN TO SYS002-RB452SS
                               FILE STATUS ES-RB452SS.

           SELECT  LST461SS    ASSIGN TO SYS003-LST461SS
                               FILE STATUS ES-LST461SS.

           SELECT  LST460SS    ASSIGN TO SYS004-LST460SS
                               FILE STATUS ES-LST460SS.

           SELECT  LST451SS    ASSIGN TO SYS005-LST451SS
                               FILE STATUS ES-LST451SS.

           SELECT  RB461SS     ASSIGN TO WK-GEN-ARCHIVO-ACTUAL
                               FILE STATUS ES-RB461SS.

           SELECT  RB460SS     ASSIGN TO WK-GEN-ARCHIVO-ACTUAL
                               FILE STATUS ES-RB460SS.

           SELECT  RB451SS     ASSIGN TO WK-GEN-ARCHIVO-ACTUAL
                               FILE STATUS ES-RB451SS.

           SELECT  LST457LT    ASSIGN TO SYS008-LST457LT
                               FILE STATUS ES-LST457LT.

           SELECT  RB457LT     ASSIGN TO WK-GEN-ARCHIVO-ACTUAL
                               FILE STATUS ES-RB457LT.

           SELECT  RB521HS     ASSIGN TO SYS006-RB521HS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS RB521HS-LLAVE
                               FILE STATUS ES-RB521HS.

           SELECT  RB521LS     ASSIGN TO SYS007-RB521LS
                               FILE STATUS ES-RB521LS.

           SELECT  CALENSS     ASSIGN TO SYS031-CALENSS
                               FILE STATUS ES-CALENSS.

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
      * TABLA DE CARGADORES, MISMO LAYOUT QUE USA RBD510: PREFIJO DE   *
      * NOMB-ARCH-CARG, SISTEMA DUENO, SALIDA Y HORA DE CORTE HHMMSS   *
      *----------------------------------------------------------------*
       FD  RUTASSS.
       01  REG-RUTASSS.
           03 RUTA-PREFIJO                PIC X(20).
           03 RUTA-SISTEMA                PIC X(08).
           03 RUTA-SALIDA                 PIC 9(01).
           03 RUTA-HORA-CORTE             PIC 9(06).

      *----------------------------------------------------------------*
      * REGISTRO DE EXTRACTOS CONSUMIDOS, MISMO LAYOUT QUE GRABA       *
      * RBD457                                                         *
      *----------------------------------------------------------------*
       FD  RB452SS.
       01  REG-RB452SS.
           03 RB452SS-NOMB-ARCH           PIC X(100).
           03 RB452SS-CANT-REGS           PIC 9(10).
           03 RB452SS-FECHA-PROC          PIC 9(8).
           03 RB452SS-HORA-PROC           PIC 9(8).

      *----------------------------------------------------------------*
      * LISTAS DE LAS GENERACIONES DEL MES DE CADA ARCHIVO DE          *
      * RECHAZOS, UN NOMBRE POR RENGLON COMO LSTGENSS DE RBD503        *
      *----------------------------------------------------------------*
       FD  LST461SS.
       01  REG-LST461SS.
           03 LST461-NOMB-ARCHIVO         PIC X(100).

       FD  LST460SS.
       01  REG-LST460SS.
           03 LST460-NOMB-ARCHIVO         PIC X(100).

       FD  LST451SS.
       01  REG-LST451SS.
           03 LST451-NOMB-ARCHIVO         PIC X(100).

      *----------------------------------------------------------------*
      * RECHAZOS POR CALIDAD DE DATOS, MISMO LAYOUT QUE GRABA RBD457   *
      *----------------------------------------------------------------*
       FD  RB461SS.
       01  REG-RB461SS.
           03 RB461SS-NUM-CTA             PIC X(16).
           03 RB461SS-NUM-TRANSAC         PIC X(16).
           03 RB461SS-TIP-TRANSAC         PIC X(3).
           03 RB461SS-MONTO-TRANSAC       PIC X(15).
           03 RB461SS-MONEDA              PIC X(3).
           03 RB461SS-FECHA-TRANSAC       PIC X(8).
           03 RB461SS-HORA-TRANSAC        PIC X(6).
           03 RB461SS-MOTIVO              PIC X(2).
           03 RB461SS-NOMB-ARCH-CARG      PIC X(100).
       01  REG-RB461SS-TRL.
           03 RB461SS-TRL-TIPO-REG        PIC X(3).
           03 RB461SS-TRL-CANT-REGS       PIC 9(10).

      *----------------------------------------------------------------*
      * DUPLICADOS, MISMO LAYOUT QUE GRABA RBD457                      *
      *----------------------------------------------------------------*
       FD  RB460SS.
       01  REG-RB460SS.
           03 RB460SS-NUM-CTA             PIC 9(16).
           03 RB460SS-NUM-TRANSAC         PIC 9(16).
           03 RB460SS-TIP-TRANSAC         PIC X(3).
           03 RB460SS-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 RB460SS-MONEDA              PIC X(3).
           03 RB460SS-FECHA-TRANSAC       PIC 9(8).
           03 RB460SS-HORA-TRANSAC        PIC 9(6).
           03 RB460SS-NOMB-ARCH-CARG      PIC X(100).
           03 RB460SS-NOMBRE-RED          PIC X(100).
       01  REG-RB460SS-TRL.
           03 RB460SS-TRL-TIPO-REG        PIC X(3).
           03 RB460SS-TRL-CANT-REGS       PIC 9(10).
           03 RB460SS-TRL-HASH-CTL        PIC 9(18).

      *----------------------------------------------------------------*
      * TRANSACCIONES SIN PARAMETRIZACION EN CN285SE, MISMO LAYOUT QUE *
      * GRABA RBD457. SE INFORMAN PERO NO PUNTUAN: LA PARAMETRIZACION  *
      * ES NUESTRA, NO DEL CARGADOR                                    *
      *----------------------------------------------------------------*
       FD  RB451SS.
       01  REG-RB451SS.
           03 RB451SS-NUM-CTA             PIC 9(16).
           03 RB451SS-NUM-TRANSAC         PIC 9(16).
           03 RB451SS-TIP-TRANSAC         PIC X(3).
           03 RB451SS-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 RB451SS-MONEDA              PIC X(3).
           03 RB451SS-FECHA-TRANSAC       PIC 9(8).
           03 RB451SS-HORA-TRANSAC        PIC 9(6).
           03 RB451SS-NOMB-ARCH-CARG      PIC X(100).
           03 RB451SS-NOMBRE-RED          PIC X(100).
       01  REG-RB451SS-TRL.
           03 RB451SS-TRL-TIPO-REG        PIC X(3).
           03 RB451SS-TRL-CANT-REGS       PIC 9(10).
           03 RB451SS-TRL-HASH-CTL        PIC 9(18).

      *----------------------------------------------------------------*
      * TARDIAS DE MESES CERRADOS, MISMO LAYOUT QUE GRABA RBD457, Y LA *
      * LISTA DE SUS GENERACIONES DEL MES                              *
      *----------------------------------------------------------------*
       FD  LST457LT.
       01  REG-LST457LT.
           03 LST457LT-NOMB-ARCHIVO       PIC X(100).

       FD  RB457LT.
       01  REG-RB457LT.
           03 RB457LT-NUM-CTA             PIC 9(16).
           03 RB457LT-NUM-TRANSAC         PIC 9(16).
           03 RB457LT-TIP-TRANSAC         PIC X(3).
           03 RB457LT-MONTO-TRANSAC       PIC 9(13)V9(02).
           03 RB457LT-MONEDA              PIC X(3).
           03 RB457LT-FECHA-TRANSAC       PIC 9(8).
           03 RB457LT-HORA-TRANSAC        PIC 9(6).
           03 RB457LT-NOMB-ARCH-CARG      PIC X(100).
           03 RB457LT-NOMBRE-RED          PIC X(100).
           03 RB457LT-RED-ADQUIR          PIC X(2).
           03 RB457LT-ENTIDAD             PIC X(2).
       01  REG-RB457LT-TRL.
           03 RB457LT-TRL-TIPO-REG        PIC X(3).
           03 RB457LT-TRL-CANT-REGS       PIC 9(10).
           03 RB457LT-TRL-HASH-CTL        PIC 9(18).
           03 RB457LT-TRL-PERIODO-DESDE   PIC 9(06).
           03 RB457LT-TRL-PERIODO-HASTA   PIC 9(06).

      *----------------------------------------------------------------*
      * HISTORICO DEL TABLERO: UN REGISTRO POR SISTEMA Y MES (AAAAMM)  *
      * PARA LA TENDENCIA MES CONTRA MES                               *
      *----------------------------------------------------------------*
       FD  RB521HS.
       01  REG-RB521HS.
           03 RB521HS-LLAVE.
              05 RB521HS-SISTEMA          PIC X(08).
              05 RB521HS-PERIODO          PIC 9(06).
           03 RB521HS-EXTRACTOS           PIC 9(06).
           03 RB521HS-VOLUMEN             PIC 9(12).
           03 RB521HS-PCT-PUNTUAL         PIC 9(03)V9(02).
           03 RB521HS-DIAS-FALTA          PIC 9(02).
           03 RB521HS-PCT-RECHAZO         PIC 9(03)V9(02).
           03 RB521HS-PCT-DUPLIC          PIC 9(03)V9(02).
           03 RB521HS-PUNTAJE             PIC 9(03)V9(02).
           03 RB521HS-FECHA-PROC          PIC 9(08).

      *----------------------------------------------------------------*
      * LISTADO DEL TABLERO DE CARGADORES                              *
      *----------------------------------------------------------------*
       FD  RB521LS.
       01  REG-RB521LS                    PIC X(132).

       FD  CALENSS.
       01  REG-CALENSS.
           03 CALEN-FECHA                 PIC 9(8).
           03 CALEN-DESCRIPCION           PIC X(30).

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

       01  WK-VARIABLES.
           03  ES-RUTASSS                   PIC   X(02).
           03  ES-RB452SS                   PIC   X(02).
           03  ES-LST461SS                  PIC   X(02).
           03  ES-LST460SS                  PIC   X(02).
           03  ES-LST451SS                  PIC   X(02).
           03  ES-RB461SS                   PIC   X(02).
           03  ES-RB460SS                   PIC   X(02).
           03  ES-RB451SS                   PIC   X(02).
           03  ES-RB521HS                   PIC   X(02).
           03  ES-RB521LS                   PIC   X(02).
           03  ES-CALENSS                   PIC   X(02).
           03  ES-FECPRSS                   PIC   X(02).
           03  ES-RBLEDSS                   PIC   X(02).
           03  ES-LST457LT                  PIC   X(02).
           03  ES-RB457LT                   PIC   X(02).
           03  SW-FIN                       PIC   9(01).
           03  WK-CANT-RUTAS                PIC   9(03).
           03  WK-IX-RUTA                   PIC   9(03).
           03  WK-RUTA-HALLADA              PIC   9(03).
           03  WK-LARGO-PREFIJO             PIC   9(02).
           03  WK-IX-CH                     PIC   9(02).
           03  WK-CANT-SIS                  PIC   9(03).
           03  WK-IX-SIS                    PIC   9(03).
           03  WK-SW-SIS-HALLADO            PIC   9(01).
           03  WK-CANT-GENS                 PIC   9(02).
           03  WK-GEN-ACTUAL                PIC   9(02).
           03  WK-IX-MOT                    PIC   9(01).
           03  WK-SW-MOT-HALLADO            PIC   9(01).
           03  WK-IX-DIA                    PIC   9(02).
           03  WK-IX-RANK                   PIC   9(03).
           03  WK-IX-MAYOR                  PIC   9(03).
           03  WK-MAYOR-PUNTAJE             PIC   9(03)V9(02).
           03  WK-LEIDOS-452                PIC   9(10).
           03  WK-EXTRACTOS-MES             PIC   9(10).
           03  WK-LEIDOS-461                PIC   9(10).
           03  WK-LEIDOS-460                PIC   9(10).
           03  WK-LEIDOS-451                PIC   9(10).
           03  WK-EXT-SIN-RUTA              PIC   9(10).
           03  WK-RECH-SIN-RUTA             PIC   9(10).
           03  WK-DUP-SIN-RUTA              PIC   9(10).
           03  WK-SINPAR-SIN-RUTA           PIC   9(10).
           03  WK-SIS-CON-FALTAS            PIC   9(03).
           03  WK-TOTAL-FALTAS              PIC   9(06).
           03  WK-HISTORICOS-GRABADOS       PIC   9(06).
           03  WK-LEIDOS-LT                 PIC   9(10).
           03  WK-TARD-SIN-RUTA             PIC   9(10).

       01  WK-NOMB-ARCH-ACT                 PIC   X(100).
       01  WK-GEN-ARCHIVO-ACTUAL            PIC   X(100).

       01  TB-LISTA-GENS.
           03  TB-LGEN OCCURS 62 TIMES      PIC   X(100).

      *----------------------------------------------------------------*
      * CARGADORES DE RUTASSS: CADA PREFIJO APUNTA A SU SISTEMA EN     *
      * TB-SISTEMAS Y TRAE SU PROPIA HORA DE CORTE                     *
      *----------------------------------------------------------------*
       01  TB-RUTAS.
           03  TB-RUTA OCCURS 50 TIMES.
               05 TB-RUTA-PREFIJO           PIC  X(20).
               05 TB-RUTA-LARGO             PIC  9(02).
               05 TB-RUTA-IX-SIS            PIC  9(03).
               05 TB-RUTA-HORA-CORTE        PIC  9(06).

       01  TB-SISTEMAS.
           03  TB-SIS OCCURS 50 TIMES.
               05 TB-SIS-SISTEMA            PIC  X(08).
               05 TB-SIS-EXTRACTOS          PIC  9(06).
               05 TB-SIS-VOLUMEN            PIC  9(12).
               05 TB-SIS-CON-HORA           PIC  9(06).
               05 TB-SIS-A-TIEMPO           PIC  9(06).
               05 TB-SIS-DIAS-CON           PIC  9(02).
               05 TB-SIS-DIAS-FALTA         PIC  9(02).
               05 TB-SIS-DIA OCCURS 31 TIMES PIC X(01).
               05 TB-SIS-RECH OCCURS 7 TIMES PIC 9(10).
               05 TB-SIS-RECH-TOTAL         PIC  9(10).
               05 TB-SIS-DUPLIC             PIC  9(10).
               05 TB-SIS-SINPAR             PIC  9(10).
               05 TB-SIS-TARDIAS            PIC  9(10).
               05 TB-SIS-PCT-PUNTUAL        PIC  9(03)V9(02).
               05 TB-SIS-PCT-RECHAZO        PIC  9(03)V9(02).
               05 TB-SIS-PCT-DUPLIC         PIC  9(03)V9(02).
               05 TB-SIS-PCT-FALTA          PIC  9(03)V9(02).
               05 TB-SIS-PUNTAJE            PIC  9(03)V9(02).
               05 TB-SIS-SW-ANT             PIC  9(01).
               05 TB-SIS-PUNTAJE-ANT        PIC  9(03)V9(02).
               05 TB-SIS-RANKEADO           PIC  9(01).

      * MOTIVOS DE RB461SS EN EL ORDEN DE 216-VALIDAR-CALIDAD DE
      * RBD457; LA SEPTIMA POSICION JUNTA LOS MOTIVOS DESCONOCIDOS
       01  WK-TABLA-MOTIVOS.
           03 FILLER                       PIC X(12) VALUE
              'CTTRMTFEHOMO'.
       01  WK-TABLA-MOTIVOS-R REDEFINES WK-TABLA-MOTIVOS.
           03 WK-MOTIVO-COD                 PIC X(02) OCCURS 6.

      * DIAS HABILES DEL MES MEDIDO: 'S' HABIL, 'N' NO HABIL
       01  TB-DIAS-HABILES.
           03  TB-HABIL OCCURS 31 TIMES     PIC  X(01).
       01  WK-DIAS-HABILES                  PIC   9(02).

       01  WK-FECHA-SISTEMA                 PIC   9(08).
       01  WK-FECHA-SISTEMA-R REDEFINES WK-FECHA-SISTEMA.
           03 WK-FS-ANIO                    PIC   9(04).
           03 WK-FS-MES                     PIC   9(02).
           03 WK-FS-DIA                     PIC   9(02).
       01  WK-HORA-INICIO                   PIC   9(08).
       01  WK-HORA-FIN                      PIC   9(08).

      * MES MEDIDO (EL ANTERIOR AL DE PROCESO) Y EL PREVIO A ESE
       01  WK-PERIODO                       PIC   9(06).
       01  WK-PERIODO-R REDEFINES WK-PERIODO.
           03 WK-PER-ANIO                   PIC   9(04).
           03 WK-PER-MES                    PIC   9(02).
       01  WK-PERIODO-ANT                   PIC   9(06).
       01  WK-PERIODO-ANT-R REDEFINES WK-PERIODO-ANT.
           03 WK-PAN-ANIO                   PIC   9(04).
           03 WK-PAN-MES                    PIC   9(02).

       01  WK-FECHA-EXTRACTO                PIC   9(08).
       01  WK-FECHA-EXTRACTO-R REDEFINES WK-FECHA-EXTRACTO.
           03 WK-FE-PERIODO                 PIC   9(06).
           03 WK-FE-DIA                     PIC   9(02).
       01  WK-HORA-EXTRACTO                 PIC   9(06).

       01  WK-TABLA-DIAS-MES.
           03 WK-DIAS-MES-01                PIC 9(02) VALUE 31.
           03 WK-DIAS-MES-02                PIC 9(02) VALUE 28.
           03 WK-DIAS-MES-03                PIC 9(02) VALUE 31.
           03 WK-DIAS-MES-04                PIC 9(02) VALUE 30.
           03 WK-DIAS-MES-05                PIC 9(02) VALUE 31.
           03 WK-DIAS-MES-06                PIC 9(02) VALUE 30.
           03 WK-DIAS-MES-07                PIC 9(02) VALUE 31.
           03 WK-DIAS-MES-08                PIC 9(02) VALUE 31.
           03 WK-DIAS-MES-09                PIC 9(02) VALUE 30.
           03 WK-DIAS-MES-10                PIC 9(02) VALUE 31.
           03 WK-DIAS-MES-11                PIC 9(02) VALUE 30.
           03 WK-DIAS-MES-12                PIC 9(02) VALUE 31.
       01  WK-TABLA-DIAS-MES-R REDEFINES WK-TABLA-DIAS-MES.
           03 WK-DIAS-DEL-MES               PIC 9(02) OCCURS 12.

       01  WK-DIAS-MES-ACTUAL               PIC   9(02).
       01  WK-SW-ANIO-BISIESTO              PIC   9(01).
       01  WK-RESTO-DIV                     PIC   9(04).
       01  WK-COCIENTE-DIV                  PIC   9(04).

      * CALENDARIO DE FERIADOS Y DIA HABIL, COMO EN RBD476
       01  TB-FERIADOS.
           03  TB-FERIADO OCCURS 100 TIMES  PIC  9(08).
       01  WK-CANT-FERIADOS                 PIC   9(03).
       01  WK-IX-FERIADO                    PIC   9(03).
       01  WK-SW-DIA-HABIL                  PIC   9(01).
       01  WK-SW-FERIADO                    PIC   9(01).
       01  WK-FECHA-HABIL                   PIC   9(08).
       01  WK-FECHA-HABIL-R REDEFINES WK-FECHA-HABIL.
           03 WK-FH-ANIO                    PIC   9(04).
           03 WK-FH-MES                     PIC   9(02).
           03 WK-FH-DIA                     PIC   9(02).

      * CAMPOS DE TRABAJO DEL CALCULO DE DIA DE LA SEMANA (ZELLER)
       01  WK-ZC-ANIO                       PIC   9(04).
       01  WK-ZC-MES                        PIC   9(02).
       01  WK-ZC-DIA                        PIC   9(02).
       01  WK-ZC-J                          PIC   9(02).
       01  WK-ZC-K                          PIC   9(02).
       01  WK-ZC-T1                         PIC   9(04).
       01  WK-ZC-T2                         PIC   9(02).
       01  WK-ZC-T3                         PIC   9(02).
       01  WK-ZC-H                          PIC   9(04).
       01  WK-ZC-Q                          PIC   9(04).
       01  WK-ZC-DOW                        PIC   9(01).

      * CALCULO DEL PUNTAJE CON SIGNO ANTES DEL PISO CERO
       01  WK-PUNTAJE-CALC                  PIC  S9(05)V9(02).
       01  WK-PCT-CALC                      PIC   9(05)V9(02).
       01  WK-DIFERENCIA                    PIC  S9(03)V9(02).

       01  WK-LINEA-TITULO.
           03 FILLER                       PIC X(08) VALUE 'RBD521'.
           03 FILLER                       PIC X(56) VALUE
              'TABLERO DE NIVEL DE SERVICIO DE CARGADORES'.
           03 FILLER                       PIC X(17) VALUE
              'FECHA PROCESO : '.
           03 WK-LTI-FECHA                  PIC 9(08).
           03 FILLER                       PIC X(04).
           03 FILLER                       PIC X(10) VALUE
              'PERIODO : '.
           03 WK-LTI-PERIODO                PIC 9(06).
           03 FILLER                       PIC X(04).
           03 FILLER                       PIC X(16) VALUE
              'DIAS HABILES : '.
           03 WK-LTI-HABILES                PIC Z9.
           03 FILLER                       PIC X(01).

       01  WK-LINEA-SECCION.
           03 FILLER                       PIC X(02).
           03 WK-LSE-TEXTO                  PIC X(60).
           03 FILLER                       PIC X(70).

       01  WK-LINEA-COLUMNAS-1.
           03 FILLER                       PIC X(44) VALUE
              '                                         % E'.
           03 FILLER                       PIC X(44) VALUE
              'N   DIAS        %       %  % DIAS           '.
           03 FILLER                       PIC X(44) VALUE
              '  MES                                       '.

       01  WK-LINEA-COLUMNAS-2.
           03 FILLER                       PIC X(44) VALUE
              '   RK  SISTEMA  EXTRAC.       VOLUMEN    HOR'.
           03 FILLER                       PIC X(44) VALUE
              'A  FALTA  RECHAZO  DUPLIC   FALTA PUNTAJE  A'.
           03 FILLER                       PIC X(44) VALUE
              'NTER.      DIF                              '.

       01  WK-LINEA-RANKING.
           03 FILLER                       PIC X(02).
           03 WK-LRK-RANK                   PIC ZZ9.
           03 FILLER                       PIC X(02).
           03 WK-LRK-SISTEMA                PIC X(08).
           03 FILLER                       PIC X(02).
           03 WK-LRK-EXTRACTOS              PIC Z(05)9.
           03 FILLER                       PIC X(02).
           03 WK-LRK-VOLUMEN                PIC Z(11)9.
           03 FILLER                       PIC X(02).
           03 WK-LRK-PCT-PUNTUAL            PIC ZZ9.99.
           03 FILLER                       PIC X(05).
           03 WK-LRK-DIAS-FALTA             PIC Z9.
           03 FILLER                       PIC X(03).
           03 WK-LRK-PCT-RECHAZO            PIC ZZ9.99.
           03 FILLER                       PIC X(02).
           03 WK-LRK-PCT-DUPLIC             PIC ZZ9.99.
           03 FILLER                       PIC X(02).
           03 WK-LRK-PCT-FALTA              PIC ZZ9.99.
           03 FILLER                       PIC X(02).
           03 WK-LRK-PUNTAJE                PIC ZZ9.99.
           03 FILLER                       PIC X(02).
           03 WK-LRK-PUNTAJE-ANT            PIC X(06).
           03 FILLER                       PIC X(02).
           03 WK-LRK-DIFERENCIA             PIC X(07).
           03 FILLER                       PIC X(30).

       01  WK-EDIT-PUNTAJE                  PIC ZZ9.99.
       01  WK-EDIT-DIFERENCIA               PIC -ZZ9.99.

       01  WK-LINEA-COLUMNAS-3.
           03 FILLER                       PIC X(44) VALUE
              '  SISTEMA          CT         TR         MT '.
           03 FILLER                       PIC X(44) VALUE
              '        FE         HO         MO       OTRO '.
           03 FILLER                       PIC X(44) VALUE
              '   DUPLIC.  SIN PARAM    TARDIAS            '.

       01  WK-LINEA-MOTIVOS.
           03 FILLER                       PIC X(02).
           03 WK-LMO-SISTEMA                PIC X(08).
           03 WK-LMO-DETALLE OCCURS 10 TIMES.
              05 FILLER                    PIC X(02).
              05 WK-LMO-CANT                PIC Z(08)9.
           03 FILLER                       PIC X(12).

       01  WK-LINEA-TOTAL.
           03 FILLER                       PIC X(02).
           03 WK-LTO-TEXTO                  PIC X(40).
           03 WK-LTO-CANT                   PIC Z(09)9.
           03 FILLER                       PIC X(80).

      *------------------*
       PROCEDURE DIVISION.
      *------------------*

           PERFORM 100-INICIALIZAR      THRU 100-FIN.
           PERFORM 200-LEER-EXTRACTOS   THRU 200-FIN.
           PERFORM 300-LEER-RECHAZOS    THRU 300-FIN.
           PERFORM 310-LEER-DUPLICADOS  THRU 310-FIN.
           PERFORM 320-LEER-SIN-PARAM   THRU 320-FIN.
           PERFORM 330-LEER-TARDIAS     THRU 330-FIN.
           PERFORM 400-CALCULAR         THRU 400-FIN.
           PERFORM 500-TENDENCIA        THRU 500-FIN.
           PERFORM 600-LISTADO          THRU 600-FIN.
           PERFORM 990-FINALIZAR        THRU 990-FIN.

       100-INICIALIZAR.

           CALL    'GEC002'    USING     WK-FECHA-SISTEMA.
           ACCEPT  WK-HORA-INICIO FROM TIME.
           INITIALIZE  WK-VARIABLES.
           INITIALIZE  TB-RUTAS.
           INITIALIZE  TB-SISTEMAS.
           PERFORM 106-LEER-FECPRSS THRU 106-FIN.
           PERFORM 107-CALCULAR-PERIODO THRU 107-FIN.

           PERFORM 101-CARGAR-RUTAS THRU 101-FIN.
           IF WK-CANT-RUTAS = 0
              DISPLAY 'TABLA DE CARGADORES RUTASSS VACIA O AUSENTE'
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

           PERFORM 111-CARGAR-CALENDARIO THRU 111-FIN.
           PERFORM 120-DIAS-HABILES      THRU 120-FIN.

           OPEN OUTPUT RB521LS.
           IF   ES-RB521LS NOT = '00'
                DISPLAY 'ERROR AL ABRIR LISTADO RB521LS ' ES-RB521LS
                MOVE     999           TO   RETURN-CODE
                PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN.

       100-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * FECHA DE PROCESO CENTRAL: SI EXISTE EL REGISTRO DE CONTROL     *
      * FECPRSS ESA FECHA REEMPLAZA LA DE GEC002                       *
      *----------------------------------------------------------------*
       106-LEER-FECPRSS.

           OPEN INPUT FECPRSS.
           IF   ES-FECPRSS = '97'
                MOVE '00'  TO ES-FECPRSS.
           IF   ES-FECPRSS = '00'
                READ FECPRSS
                IF ES-FECPRSS = '00' AND
                   FECPR-FECHA-PROCESO NUMERIC AND
                   FECPR-FECHA-PROCESO > 0
                   MOVE FECPR-FECHA-PROCESO TO WK-FECHA-SISTEMA
                   DISPLAY 'FECHA DE PROCESO CENTRAL (FECPRSS) : '
                            WK-FECHA-SISTEMA
                END-IF
                CLOSE FECPRSS
           END-IF.

       106-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * EL TABLERO MIDE EL MES CALENDARIO ANTERIOR AL DE PROCESO; LA   *
      * TENDENCIA LO COMPARA CON EL MES PREVIO A ESE                   *
      *----------------------------------------------------------------*
       107-CALCULAR-PERIODO.

           MOVE WK-FS-ANIO TO WK-PER-ANIO.
           MOVE WK-FS-MES  TO WK-PER-MES.
           IF WK-PER-MES = 1
              MOVE 12 TO WK-PER-MES
              SUBTRACT 1 FROM WK-PER-ANIO
           ELSE
              SUBTRACT 1 FROM WK-PER-MES
           END-IF.

           MOVE WK-PERIODO TO WK-PERIODO-ANT.
           IF WK-PAN-MES = 1
              MOVE 12 TO WK-PAN-MES
              SUBTRACT 1 FROM WK-PAN-ANIO
           ELSE
              SUBTRACT 1 FROM WK-PAN-MES
           END-IF.

           DISPLAY 'PERIODO MEDIDO : ' WK-PERIODO
                   '   PERIODO ANTERIOR : ' WK-PERIODO-ANT.

       107-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * TABLA DE CARGADORES: CADA PREFIJO SE ASOCIA A SU SISTEMA, QUE  *
      * SE AGREGA A TB-SISTEMAS LA PRIMERA VEZ QUE APARECE. UNA HORA   *
      * DE CORTE EN CERO O NO NUMERICA DEJA AL CARGADOR SIN MEDIR      *
      *----------------------------------------------------------------*
       101-CARGAR-RUTAS.

           MOVE 0 TO WK-CANT-RUTAS.
           OPEN INPUT RUTASSS.
           IF   ES-RUTASSS = '97'
                MOVE '00'  TO ES-RUTASSS.
           IF   ES-RUTASSS = '00'
                PERFORM 1010-LEER-RUTASSS THRU 1010-FIN
                        UNTIL ES-RUTASSS NOT = '00'
                CLOSE RUTASSS
           END-IF.
           DISPLAY 'CARGADORES DE RUTASSS : ' WK-CANT-RUTAS
                   '   SISTEMAS : ' WK-CANT-SIS.

       101-FIN.
           EXIT.

       1010-LEER-RUTASSS.

           READ RUTASSS.
           IF ES-RUTASSS = '00'
              IF WK-CANT-RUTAS >= 50
                 DISPLAY 'TABLA DE CARGADORES LLENA, DEPURAR RUTASSS'
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
              ADD 1 TO WK-CANT-RUTAS
              MOVE RUTA-PREFIJO TO TB-RUTA-PREFIJO(WK-CANT-RUTAS)
              PERFORM 1020-MEDIR-PREFIJO THRU 1020-FIN
              MOVE WK-LARGO-PREFIJO
                                TO TB-RUTA-LARGO(WK-CANT-RUTAS)
              IF RUTA-HORA-CORTE NUMERIC
                 MOVE RUTA-HORA-CORTE
                                TO TB-RUTA-HORA-CORTE(WK-CANT-RUTAS)
              ELSE
                 MOVE 0         TO TB-RUTA-HORA-CORTE(WK-CANT-RUTAS)
              END-IF
              PERFORM 1030-UBICAR-SISTEMA THRU 1030-FIN
              MOVE WK-IX-SIS    TO TB-RUTA-IX-SIS(WK-CANT-RUTAS)
           END-IF.

       1010-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LARGO DEL PREFIJO = POSICION DEL ULTIMO CARACTER NO BLANCO     *
      *----------------------------------------------------------------*
       1020-MEDIR-PREFIJO.

           MOVE 0 TO WK-LARGO-PREFIJO.
           MOVE 0 TO WK-IX-CH.
           PERFORM 1021-MEDIR-CARACTER THRU 1021-FIN
                   UNTIL WK-IX-CH >= 20.
           IF WK-LARGO-PREFIJO = 0
              DISPLAY 'PREFIJO VACIO EN RUTASSS'
              MOVE     999           TO   RETURN-CODE
              PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
           END-IF.

       1020-FIN.
           EXIT.

       1021-MEDIR-CARACTER.

           ADD 1 TO WK-IX-CH.
           IF RUTA-PREFIJO(WK-IX-CH:1) NOT = SPACE
              MOVE WK-IX-CH TO WK-LARGO-PREFIJO.

       1021-FIN.
           EXIT.

       1030-UBICAR-SISTEMA.

           MOVE 0 TO WK-IX-SIS.
           MOVE 0 TO WK-SW-SIS-HALLADO.
           PERFORM 1031-BUSCAR-SISTEMA THRU 1031-FIN
                   UNTIL WK-IX-SIS >= WK-CANT-SIS OR
                         WK-SW-SIS-HALLADO = 1.

           IF WK-SW-SIS-HALLADO = 0
              ADD 1 TO WK-CANT-SIS
              MOVE WK-CANT-SIS  TO WK-IX-SIS
              MOVE RUTA-SISTEMA TO TB-SIS-SISTEMA(WK-IX-SIS)
           END-IF.

       1030-FIN.
           EXIT.

       1031-BUSCAR-SISTEMA.

           ADD 1 TO WK-IX-SIS.
           IF RUTA-SISTEMA = TB-SIS-SISTEMA(WK-IX-SIS)
              MOVE 1 TO WK-SW-SIS-HALLADO.

       1031-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * CALENDARIO DE FERIADOS CALENSS. SIN ARCHIVO SOLO RIGE LA       *
      * REGLA DE DOMINGO                                               *
      *----------------------------------------------------------------*
       111-CARGAR-CALENDARIO.

           MOVE 0  TO WK-CANT-FERIADOS.
           OPEN INPUT CALENSS.
           IF   ES-CALENSS = '97'
                MOVE '00'  TO ES-CALENSS.
           IF   ES-CALENSS = '00'
                PERFORM 1111-LEER-CALENSS THRU 1111-FIN
                        UNTIL ES-CALENSS NOT = '00'
                CLOSE CALENSS
           END-IF.
           DISPLAY 'FERIADOS CARGADOS DE CALENSS : ' WK-CANT-FERIADOS.

       111-FIN.
           EXIT.

       1111-LEER-CALENSS.

           READ CALENSS.
           IF ES-CALENSS = '00'
              IF WK-CANT-FERIADOS >= 100
                 DISPLAY 'TABLA DE FERIADOS LLENA, DEPURAR CALENSS'
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  995-ERROR-INICIALIZAR THRU 995-FIN
              END-IF
              ADD 1 TO WK-CANT-FERIADOS
              MOVE CALEN-FECHA TO TB-FERIADO(WK-CANT-FERIADOS)
           END-IF.

       1111-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * MARCA LOS DIAS HABILES DEL MES MEDIDO (CON LA REGLA DE ANIO    *
      * BISIESTO PARA FEBRERO)                                         *
      *----------------------------------------------------------------*
       120-DIAS-HABILES.

           MOVE WK-DIAS-DEL-MES (WK-PER-MES) TO WK-DIAS-MES-ACTUAL.

           MOVE 0 TO WK-SW-ANIO-BISIESTO.
           IF WK-PER-MES = 02
              DIVIDE WK-PER-ANIO BY 400
                     GIVING WK-COCIENTE-DIV REMAINDER WK-RESTO-DIV
              IF WK-RESTO-DIV = 0
                 MOVE 1 TO WK-SW-ANIO-BISIESTO
              ELSE
                 DIVIDE WK-PER-ANIO BY 100
                        GIVING WK-COCIENTE-DIV REMAINDER WK-RESTO-DIV
                 IF WK-RESTO-DIV NOT = 0
                    DIVIDE WK-PER-ANIO BY 4
                           GIVING WK-COCIENTE-DIV REMAINDER WK-RESTO-DIV
                    IF WK-RESTO-DIV = 0
                       MOVE 1 TO WK-SW-ANIO-BISIESTO
                    END-IF
                 END-IF
              END-IF
              IF WK-SW-ANIO-BISIESTO = 1
                 MOVE 29 TO WK-DIAS-MES-ACTUAL
              END-IF
           END-IF.

           MOVE ALL 'N' TO TB-DIAS-HABILES.
           MOVE 0       TO WK-DIAS-HABILES.
           MOVE 0       TO WK-IX-DIA.
           PERFORM 1200-MARCAR-DIA THRU 1200-FIN
                   UNTIL WK-IX-DIA >= WK-DIAS-MES-ACTUAL.
           DISPLAY 'DIAS HABILES DEL PERIODO : ' WK-DIAS-HABILES.

       120-FIN.
           EXIT.

       1200-MARCAR-DIA.

           ADD 1 TO WK-IX-DIA.
           MOVE WK-PER-ANIO TO WK-FH-ANIO.
           MOVE WK-PER-MES  TO WK-FH-MES.
           MOVE WK-IX-DIA   TO WK-FH-DIA.
           PERFORM 112-VALIDAR-DIA-HABIL THRU 112-FIN.
           IF WK-SW-DIA-HABIL = 1
              MOVE 'S' TO TB-HABIL(WK-IX-DIA)
              ADD  1   TO WK-DIAS-HABILES
           END-IF.

       1200-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * DIA HABIL = NO DOMINGO (CONGRUENCIA DE ZELLER SOBRE            *
      * WK-FECHA-HABIL) Y NO FERIADO DE CALENSS, COMO EN RBD476        *
      *----------------------------------------------------------------*
       112-VALIDAR-DIA-HABIL.

           MOVE WK-FH-ANIO TO WK-ZC-ANIO.
           MOVE WK-FH-MES  TO WK-ZC-MES.
           MOVE WK-FH-DIA  TO WK-ZC-DIA.
           IF WK-ZC-MES < 3
              ADD 12 TO WK-ZC-MES
              SUBTRACT 1 FROM WK-ZC-ANIO
           END-IF.
           DIVIDE WK-ZC-ANIO BY 100 GIVING WK-ZC-J
                  REMAINDER WK-ZC-K.
           COMPUTE WK-ZC-T1 = 13 * (WK-ZC-MES + 1).
           DIVIDE WK-ZC-T1 BY 5 GIVING WK-ZC-T1.
           DIVIDE WK-ZC-K  BY 4 GIVING WK-ZC-T2.
           DIVIDE WK-ZC-J  BY 4 GIVING WK-ZC-T3.
           COMPUTE WK-ZC-H = WK-ZC-DIA + WK-ZC-T1 + WK-ZC-K +
                             WK-ZC-T2 + WK-ZC-T3 + (5 * WK-ZC-J).
           DIVIDE WK-ZC-H BY 7 GIVING WK-ZC-Q
                  REMAINDER WK-ZC-DOW.

      * WK-ZC-DOW: 0 = SABADO, 1 = DOMINGO, 2 = LUNES, ...
           IF WK-ZC-DOW = 1
              MOVE 0 TO WK-SW-DIA-HABIL
              GO TO 112-FIN
           END-IF.

           MOVE 0 TO WK-SW-FERIADO.
           MOVE 0 TO WK-IX-FERIADO.
           PERFORM 1120-BUSCAR-FERIADO THRU 1120-FIN
                   UNTIL WK-IX-FERIADO >= WK-CANT-FERIADOS OR
                         WK-SW-FERIADO = 1.
           IF WK-SW-FERIADO = 1
              MOVE 0 TO WK-SW-DIA-HABIL
           ELSE
              MOVE 1 TO WK-SW-DIA-HABIL
           END-IF.

       112-FIN.
           EXIT.

       1120-BUSCAR-FERIADO.

           ADD 1 TO WK-IX-FERIADO.
           IF WK-FECHA-HABIL = TB-FERIADO(WK-IX-FERIADO)
              MOVE 1 TO WK-SW-FERIADO.

       1120-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * EXTRACTOS CONSUMIDOS EN EL MES MEDIDO: VOLUMEN, DIAS CON       *
      * EXTRACTO Y PUNTUALIDAD CONTRA LA HORA DE CORTE DEL CARGADOR    *
      *----------------------------------------------------------------*
       200-LEER-EXTRACTOS.

           OPEN INPUT RB452SS.
           IF   ES-RB452SS = '97'
                MOVE '00'  TO ES-RB452SS.
           IF   ES-RB452SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR REGISTRO RB452SS ' ES-RB452SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 2000-LEER-RB452SS THRU 2000-FIN
                   UNTIL SW-FIN = 1.
           CLOSE RB452SS.

       200-FIN.
           EXIT.

       2000-LEER-RB452SS.

           READ RB452SS
           IF ES-RB452SS = '00'
              ADD 1 TO WK-LEIDOS-452
              MOVE RB452SS-FECHA-PROC TO WK-FECHA-EXTRACTO
              IF WK-FE-PERIODO = WK-PERIODO
                 ADD 1 TO WK-EXTRACTOS-MES
                 PERFORM 2010-REGISTRAR-EXTRACTO THRU 2010-FIN
              END-IF
           ELSE
            IF ES-RB452SS = '10'
              MOVE 1 TO SW-FIN
            ELSE
               DISPLAY 'ERROR AL LEER REGISTRO RB452SS ' ES-RB452SS
               MOVE     999           TO   RETURN-CODE
               PERFORM  990-FINALIZAR THRU 990-FIN.

       2000-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LA HORA DE PROCESO ES HHMMSSCC; LOS REGISTROS GRABADOS ANTES   *
      * DE QUE EXISTIERA EL CAMPO LA TRAEN EN CERO O BLANCO Y NO       *
      * CUENTAN PARA LA PUNTUALIDAD                                    *
      *----------------------------------------------------------------*
       2010-REGISTRAR-EXTRACTO.

           MOVE RB452SS-NOMB-ARCH TO WK-NOMB-ARCH-ACT.
           PERFORM 800-UBICAR-RUTA THRU 800-FIN.
           IF WK-RUTA-HALLADA = 0
              ADD 1 TO WK-EXT-SIN-RUTA
              DISPLAY 'EXTRACTO SIN CARGADOR EN RUTASSS : '
                       RB452SS-NOMB-ARCH
              GO TO 2010-FIN
           END-IF.

           MOVE TB-RUTA-IX-SIS(WK-RUTA-HALLADA) TO WK-IX-SIS.
           ADD 1                 TO TB-SIS-EXTRACTOS(WK-IX-SIS).
           ADD RB452SS-CANT-REGS TO TB-SIS-VOLUMEN(WK-IX-SIS).

           IF WK-FE-DIA > 0 AND WK-FE-DIA < 32
              IF TB-SIS-DIA(WK-IX-SIS, WK-FE-DIA) NOT = 'S'
                 MOVE 'S' TO TB-SIS-DIA(WK-IX-SIS, WK-FE-DIA)
                 ADD  1   TO TB-SIS-DIAS-CON(WK-IX-SIS)
              END-IF
           END-IF.

           IF RB452SS-HORA-PROC NUMERIC AND
              RB452SS-HORA-PROC > 0 AND
              TB-RUTA-HORA-CORTE(WK-RUTA-HALLADA) > 0
              ADD 1 TO TB-SIS-CON-HORA(WK-IX-SIS)
              DIVIDE RB452SS-HORA-PROC BY 100
                     GIVING WK-HORA-EXTRACTO
              IF WK-HORA-EXTRACTO <=
                 TB-RUTA-HORA-CORTE(WK-RUTA-HALLADA)
                 ADD 1 TO TB-SIS-A-TIEMPO(WK-IX-SIS)
              END-IF
           END-IF.

       2010-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * RECHAZOS POR CALIDAD DE DATOS DE LAS GENERACIONES DEL MES,     *
      * POR SISTEMA Y MOTIVO                                           *
      *----------------------------------------------------------------*
       300-LEER-RECHAZOS.

           INITIALIZE TB-LISTA-GENS.
           MOVE 0  TO WK-CANT-GENS.
           OPEN INPUT LST461SS.
           IF   ES-LST461SS = '97'
                MOVE '00'  TO ES-LST461SS.
           IF   ES-LST461SS = '00'
                PERFORM 3050-LEER-LST461SS THRU 3050-FIN
                        UNTIL ES-LST461SS NOT = '00'
                CLOSE LST461SS
           END-IF.
           DISPLAY 'GENERACIONES DE RB461SS : ' WK-CANT-GENS.

           MOVE 0 TO WK-GEN-ACTUAL.
           PERFORM 3000-LEER-GEN-461 THRU 3000-FIN
                   UNTIL WK-GEN-ACTUAL >= WK-CANT-GENS.

       300-FIN.
           EXIT.

       3050-LEER-LST461SS.

           READ LST461SS.
           IF ES-LST461SS = '00'
              IF WK-CANT-GENS >= 62
                 DISPLAY 'LST461SS TRAE MAS DE 62 GENERACIONES'
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              ADD 1 TO WK-CANT-GENS
              MOVE LST461-NOMB-ARCHIVO TO TB-LGEN(WK-CANT-GENS)
           END-IF.

       3050-FIN.
           EXIT.

       3000-LEER-GEN-461.

           ADD 1 TO WK-GEN-ACTUAL.
           MOVE TB-LGEN(WK-GEN-ACTUAL) TO WK-GEN-ARCHIVO-ACTUAL.

           OPEN INPUT RB461SS.
           IF   ES-RB461SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR GENERACION '
                         WK-GEN-ARCHIVO-ACTUAL ' ' ES-RB461SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 3010-LEER-RB461SS THRU 3010-FIN
                   UNTIL SW-FIN = 1.
           CLOSE RB461SS.

       3000-FIN.
           EXIT.

       3010-LEER-RB461SS.

           READ RB461SS
           IF ES-RB461SS = '00'
              IF RB461SS-TRL-TIPO-REG = 'TRL'
                 MOVE 1 TO SW-FIN
              ELSE
                 ADD 1 TO WK-LEIDOS-461
                 MOVE RB461SS-NOMB-ARCH-CARG TO WK-NOMB-ARCH-ACT
                 PERFORM 800-UBICAR-RUTA THRU 800-FIN
                 IF WK-RUTA-HALLADA = 0
                    ADD 1 TO WK-RECH-SIN-RUTA
                 ELSE
                    MOVE TB-RUTA-IX-SIS(WK-RUTA-HALLADA) TO WK-IX-SIS
                    PERFORM 3020-CONTAR-MOTIVO THRU 3020-FIN
                 END-IF
              END-IF
           ELSE
            IF ES-RB461SS = '10' OR '46'
              MOVE 1 TO SW-FIN
            ELSE
               DISPLAY 'ERROR AL LEER GENERACION ' ES-RB461SS
               MOVE     999           TO   RETURN-CODE
               PERFORM  990-FINALIZAR THRU 990-FIN.

       3010-FIN.
           EXIT.

       3020-CONTAR-MOTIVO.

           MOVE 0 TO WK-IX-MOT.
           MOVE 0 TO WK-SW-MOT-HALLADO.
           PERFORM 3021-BUSCAR-MOTIVO THRU 3021-FIN
                   UNTIL WK-IX-MOT >= 6 OR WK-SW-MOT-HALLADO = 1.
           IF WK-SW-MOT-HALLADO = 0
              MOVE 7 TO WK-IX-MOT
           END-IF.
           ADD 1 TO TB-SIS-RECH(WK-IX-SIS, WK-IX-MOT).
           ADD 1 TO TB-SIS-RECH-TOTAL(WK-IX-SIS).

       3020-FIN.
           EXIT.

       3021-BUSCAR-MOTIVO.

           ADD 1 TO WK-IX-MOT.
           IF RB461SS-MOTIVO = WK-MOTIVO-COD(WK-IX-MOT)
              MOVE 1 TO WK-SW-MOT-HALLADO.

       3021-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * DUPLICADOS DE LAS GENERACIONES DEL MES, POR SISTEMA            *
      *----------------------------------------------------------------*
       310-LEER-DUPLICADOS.

           INITIALIZE TB-LISTA-GENS.
           MOVE 0  TO WK-CANT-GENS.
           OPEN INPUT LST460SS.
           IF   ES-LST460SS = '97'
                MOVE '00'  TO ES-LST460SS.
           IF   ES-LST460SS = '00'
                PERFORM 3150-LEER-LST460SS THRU 3150-FIN
                        UNTIL ES-LST460SS NOT = '00'
                CLOSE LST460SS
           END-IF.
           DISPLAY 'GENERACIONES DE RB460SS : ' WK-CANT-GENS.

           MOVE 0 TO WK-GEN-ACTUAL.
           PERFORM 3100-LEER-GEN-460 THRU 3100-FIN
                   UNTIL WK-GEN-ACTUAL >= WK-CANT-GENS.

       310-FIN.
           EXIT.

       3150-LEER-LST460SS.

           READ LST460SS.
           IF ES-LST460SS = '00'
              IF WK-CANT-GENS >= 62
                 DISPLAY 'LST460SS TRAE MAS DE 62 GENERACIONES'
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              ADD 1 TO WK-CANT-GENS
              MOVE LST460-NOMB-ARCHIVO TO TB-LGEN(WK-CANT-GENS)
           END-IF.

       3150-FIN.
           EXIT.

       3100-LEER-GEN-460.

           ADD 1 TO WK-GEN-ACTUAL.
           MOVE TB-LGEN(WK-GEN-ACTUAL) TO WK-GEN-ARCHIVO-ACTUAL.

           OPEN INPUT RB460SS.
           IF   ES-RB460SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR GENERACION '
                         WK-GEN-ARCHIVO-ACTUAL ' ' ES-RB460SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 3110-LEER-RB460SS THRU 3110-FIN
                   UNTIL SW-FIN = 1.
           CLOSE RB460SS.

       3100-FIN.
           EXIT.

       3110-LEER-RB460SS.

           READ RB460SS
           IF ES-RB460SS = '00'
              IF RB460SS-TRL-TIPO-REG = 'TRL'
                 MOVE 1 TO SW-FIN
              ELSE
                 ADD 1 TO WK-LEIDOS-460
                 MOVE RB460SS-NOMB-ARCH-CARG TO WK-NOMB-ARCH-ACT
                 PERFORM 800-UBICAR-RUTA THRU 800-FIN
                 IF WK-RUTA-HALLADA = 0
                    ADD 1 TO WK-DUP-SIN-RUTA
                 ELSE
                    MOVE TB-RUTA-IX-SIS(WK-RUTA-HALLADA) TO WK-IX-SIS
                    ADD 1 TO TB-SIS-DUPLIC(WK-IX-SIS)
                 END-IF
              END-IF
           ELSE
            IF ES-RB460SS = '10' OR '46'
              MOVE 1 TO SW-FIN
            ELSE
               DISPLAY 'ERROR AL LEER GENERACION ' ES-RB460SS
               MOVE     999           TO   RETURN-CODE
               PERFORM  990-FINALIZAR THRU 990-FIN.

       3110-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * TRANSACCIONES SIN PARAMETRIZACION DE LAS GENERACIONES DEL MES, *
      * POR SISTEMA (SOLO INFORMATIVO)                                 *
      *----------------------------------------------------------------*
       320-LEER-SIN-PARAM.

           INITIALIZE TB-LISTA-GENS.
           MOVE 0  TO WK-CANT-GENS.
           OPEN INPUT LST451SS.
           IF   ES-LST451SS = '97'
                MOVE '00'  TO ES-LST451SS.
           IF   ES-LST451SS = '00'
                PERFORM 3250-LEER-LST451SS THRU 3250-FIN
                        UNTIL ES-LST451SS NOT = '00'
                CLOSE LST451SS
           END-IF.
           DISPLAY 'GENERACIONES DE RB451SS : ' WK-CANT-GENS.

           MOVE 0 TO WK-GEN-ACTUAL.
           PERFORM 3200-LEER-GEN-451 THRU 3200-FIN
                   UNTIL WK-GEN-ACTUAL >= WK-CANT-GENS.

       320-FIN.
           EXIT.

       3250-LEER-LST451SS.

           READ LST451SS.
           IF ES-LST451SS = '00'
              IF WK-CANT-GENS >= 62
                 DISPLAY 'LST451SS TRAE MAS DE 62 GENERACIONES'
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              ADD 1 TO WK-CANT-GENS
              MOVE LST451-NOMB-ARCHIVO TO TB-LGEN(WK-CANT-GENS)
           END-IF.

       3250-FIN.
           EXIT.

       3200-LEER-GEN-451.

           ADD 1 TO WK-GEN-ACTUAL.
           MOVE TB-LGEN(WK-GEN-ACTUAL) TO WK-GEN-ARCHIVO-ACTUAL.

           OPEN INPUT RB451SS.
           IF   ES-RB451SS NOT = '00'
                DISPLAY 'ERROR AL ABRIR GENERACION '
                         WK-GEN-ARCHIVO-ACTUAL ' ' ES-RB451SS
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 3210-LEER-RB451SS THRU 3210-FIN
                   UNTIL SW-FIN = 1.
           CLOSE RB451SS.

       3200-FIN.
           EXIT.

       3210-LEER-RB451SS.

           READ RB451SS
           IF ES-RB451SS = '00'
              IF RB451SS-TRL-TIPO-REG = 'TRL'
                 MOVE 1 TO SW-FIN
              ELSE
                 ADD 1 TO WK-LEIDOS-451
                 MOVE RB451SS-NOMB-ARCH-CARG TO WK-NOMB-ARCH-ACT
                 PERFORM 800-UBICAR-RUTA THRU 800-FIN
                 IF WK-RUTA-HALLADA = 0
                    ADD 1 TO WK-SINPAR-SIN-RUTA
                 ELSE
                    MOVE TB-RUTA-IX-SIS(WK-RUTA-HALLADA) TO WK-IX-SIS
                    ADD 1 TO TB-SIS-SINPAR(WK-IX-SIS)
                 END-IF
              END-IF
           ELSE
            IF ES-RB451SS = '10' OR '46'
              MOVE 1 TO SW-FIN
            ELSE
               DISPLAY 'ERROR AL LEER GENERACION ' ES-RB451SS
               MOVE     999           TO   RETURN-CODE
               PERFORM  990-FINALIZAR THRU 990-FIN.

       3210-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * TARDIAS DE MESES CERRADOS (RB457LT) DE LAS GENERACIONES DEL    *
      * MES, POR SISTEMA. SOLO INFORMATIVO: NO ENTRA AL PUNTAJE        *
      *----------------------------------------------------------------*
       330-LEER-TARDIAS.

           INITIALIZE TB-LISTA-GENS.
           MOVE 0  TO WK-CANT-GENS.
           OPEN INPUT LST457LT.
           IF   ES-LST457LT = '97'
                MOVE '00'  TO ES-LST457LT.
           IF   ES-LST457LT = '00'
                PERFORM 3350-LEER-LST457LT THRU 3350-FIN
                        UNTIL ES-LST457LT NOT = '00'
                CLOSE LST457LT
           END-IF.
           DISPLAY 'GENERACIONES DE RB457LT : ' WK-CANT-GENS.

           MOVE 0 TO WK-GEN-ACTUAL.
           PERFORM 3300-LEER-GEN-LT THRU 3300-FIN
                   UNTIL WK-GEN-ACTUAL >= WK-CANT-GENS.

       330-FIN.
           EXIT.

       3350-LEER-LST457LT.

           READ LST457LT.
           IF ES-LST457LT = '00'
              IF WK-CANT-GENS >= 62
                 DISPLAY 'LST457LT TRAE MAS DE 62 GENERACIONES'
                 MOVE     999           TO   RETURN-CODE
                 PERFORM  990-FINALIZAR THRU 990-FIN
              END-IF
              ADD 1 TO WK-CANT-GENS
              MOVE LST457LT-NOMB-ARCHIVO TO TB-LGEN(WK-CANT-GENS)
           END-IF.

       3350-FIN.
           EXIT.

       3300-LEER-GEN-LT.

           ADD 1 TO WK-GEN-ACTUAL.
           MOVE TB-LGEN(WK-GEN-ACTUAL) TO WK-GEN-ARCHIVO-ACTUAL.

           OPEN INPUT RB457LT.
           IF   ES-RB457LT NOT = '00'
                DISPLAY 'ERROR AL ABRIR GENERACION '
                         WK-GEN-ARCHIVO-ACTUAL ' ' ES-RB457LT
                MOVE     999           TO   RETURN-CODE
                PERFORM  990-FINALIZAR THRU 990-FIN.

           MOVE 0 TO SW-FIN.
           PERFORM 3310-LEER-RB457LT THRU 3310-FIN
                   UNTIL SW-FIN = 1.
           CLOSE RB457LT.

       3300-FIN.
           EXIT.

       3310-LEER-RB457LT.

           READ RB457LT
           IF ES-RB457LT = '00'
              IF RB457LT-TRL-TIPO-REG = 'TRL'
                 MOVE 1 TO SW-FIN
              ELSE
                 ADD 1 TO WK-LEIDOS-LT
                 MOVE RB457LT-NOMB-ARCH-CARG TO WK-NOMB-ARCH-ACT
                 PERFORM 800-UBICAR-RUTA THRU 800-FIN
                 IF WK-RUTA-HALLADA = 0
                    ADD 1 TO WK-TARD-SIN-RUTA
                 ELSE
                    MOVE TB-RUTA-IX-SIS(WK-RUTA-HALLADA) TO WK-IX-SIS
                    ADD 1 TO TB-SIS-TARDIAS(WK-IX-SIS)
                 END-IF
              END-IF
           ELSE
            IF ES-RB457LT = '10' OR '46'
              MOVE 1 TO SW-FIN
            ELSE
               DISPLAY 'ERROR AL LEER GENERACION ' ES-RB457LT
               MOVE     999           TO   RETURN-CODE
               PERFORM  990-FINALIZAR THRU 990-FIN.

       3310-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * INDICADORES Y PUNTAJE POR SISTEMA. SIN EXTRACTOS MEDIBLES LA   *
      * PUNTUALIDAD QUEDA EN 100; LOS PORCENTAJES SE TOPAN EN 100 Y EL *
      * PUNTAJE TIENE PISO CERO                                        *
      *----------------------------------------------------------------*
       400-CALCULAR.

           MOVE 0 TO WK-IX-SIS.
           PERFORM 4000-CALCULAR-SISTEMA THRU 4000-FIN
                   UNTIL WK-IX-SIS >= WK-CANT-SIS.

       400-FIN.
           EXIT.

       4000-CALCULAR-SISTEMA.

           ADD 1 TO WK-IX-SIS.

           MOVE 0 TO TB-SIS-DIAS-FALTA(WK-IX-SIS).
           MOVE 0 TO WK-IX-DIA.
           PERFORM 4010-CONTAR-FALTANTE THRU 4010-FIN
                   UNTIL WK-IX-DIA >= WK-DIAS-MES-ACTUAL.
           IF TB-SIS-DIAS-FALTA(WK-IX-SIS) > 0
              ADD 1 TO WK-SIS-CON-FALTAS
              ADD TB-SIS-DIAS-FALTA(WK-IX-SIS) TO WK-TOTAL-FALTAS
              DISPLAY 'SISTEMA ' TB-SIS-SISTEMA(WK-IX-SIS)
                      ' SIN EXTRACTO EN '
                      TB-SIS-DIAS-FALTA(WK-IX-SIS) ' DIAS HABILES'
           END-IF.

           IF TB-SIS-CON-HORA(WK-IX-SIS) > 0
              COMPUTE TB-SIS-PCT-PUNTUAL(WK-IX-SIS) ROUNDED =
                      TB-SIS-A-TIEMPO(WK-IX-SIS) * 100 /
                      TB-SIS-CON-HORA(WK-IX-SIS)
           ELSE
              MOVE 100 TO TB-SIS-PCT-PUNTUAL(WK-IX-SIS)
           END-IF.

           MOVE 0 TO TB-SIS-PCT-RECHAZO(WK-IX-SIS).
           MOVE 0 TO TB-SIS-PCT-DUPLIC(WK-IX-SIS).
           IF TB-SIS-VOLUMEN(WK-IX-SIS) > 0
              COMPUTE WK-PCT-CALC ROUNDED =
                      TB-SIS-RECH-TOTAL(WK-IX-SIS) * 100 /
                      TB-SIS-VOLUMEN(WK-IX-SIS)
              IF WK-PCT-CALC > 100
                 MOVE 100 TO WK-PCT-CALC
              END-IF
              MOVE WK-PCT-CALC TO TB-SIS-PCT-RECHAZO(WK-IX-SIS)
              COMPUTE WK-PCT-CALC ROUNDED =
                      TB-SIS-DUPLIC(WK-IX-SIS) * 100 /
                      TB-SIS-VOLUMEN(WK-IX-SIS)
              IF WK-PCT-CALC > 100
                 MOVE 100 TO WK-PCT-CALC
              END-IF
              MOVE WK-PCT-CALC TO TB-SIS-PCT-DUPLIC(WK-IX-SIS)
           END-IF.

           MOVE 0 TO TB-SIS-PCT-FALTA(WK-IX-SIS).
           IF WK-DIAS-HABILES > 0
              COMPUTE TB-SIS-PCT-FALTA(WK-IX-SIS) ROUNDED =
                      TB-SIS-DIAS-FALTA(WK-IX-SIS) * 100 /
                      WK-DIAS-HABILES
           END-IF.

           COMPUTE WK-PUNTAJE-CALC =
                   TB-SIS-PCT-PUNTUAL(WK-IX-SIS) -
                   TB-SIS-PCT-RECHAZO(WK-IX-SIS) -
                   TB-SIS-PCT-DUPLIC(WK-IX-SIS)  -
                   TB-SIS-PCT-FALTA(WK-IX-SIS).
           IF WK-PUNTAJE-CALC < 0
              MOVE 0 TO WK-PUNTAJE-CALC
           END-IF.
           MOVE WK-PUNTAJE-CALC TO TB-SIS-PUNTAJE(WK-IX-SIS).

       4000-FIN.
           EXIT.

       4010-CONTAR-FALTANTE.

           ADD 1 TO WK-IX-DIA.
           IF TB-HABIL(WK-IX-DIA) = 'S' AND
              TB-SIS-DIA(WK-IX-SIS, WK-IX-DIA) NOT = 'S'
              ADD 1 TO TB-SIS-DIAS-FALTA(WK-IX-SIS).

       4010-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * TENDENCIA: TOMA EL PUNTAJE DEL MES PREVIO DEL HISTORICO        *
      * RB521HS Y GRABA EL DEL MES MEDIDO (UNA RECORRIDA DEL MISMO MES *
      * LO REEMPLAZA). SIN HISTORICO EL TABLERO SALE IGUAL, SIN        *
      * TENDENCIA                                                      *
      *----------------------------------------------------------------*
       500-TENDENCIA.

           OPEN I-O RB521HS.
           IF   ES-RB521HS = '35'
                OPEN OUTPUT RB521HS
                CLOSE       RB521HS
                OPEN I-O    RB521HS.
           IF   ES-RB521HS NOT = '00'
                DISPLAY 'AVISO: HISTORICO RB521HS NO DISPONIBLE '
                         ES-RB521HS
                GO TO 500-FIN.

           MOVE 0 TO WK-IX-SIS.
           PERFORM 5000-TENDENCIA-SISTEMA THRU 5000-FIN
                   UNTIL WK-IX-SIS >= WK-CANT-SIS.
           CLOSE RB521HS.

       500-FIN.
           EXIT.

       5000-TENDENCIA-SISTEMA.

           ADD 1 TO WK-IX-SIS.

           MOVE TB-SIS-SISTEMA(WK-IX-SIS) TO RB521HS-SISTEMA.
           MOVE WK-PERIODO-ANT            TO RB521HS-PERIODO.
           READ RB521HS.
           IF ES-RB521HS = '00'
              MOVE 1                   TO TB-SIS-SW-ANT(WK-IX-SIS)
              MOVE RB521HS-PUNTAJE     TO TB-SIS-PUNTAJE-ANT(WK-IX-SIS)
           ELSE
              MOVE 0                   TO TB-SIS-SW-ANT(WK-IX-SIS)
           END-IF.

           MOVE TB-SIS-SISTEMA(WK-IX-SIS)     TO RB521HS-SISTEMA.
           MOVE WK-PERIODO                    TO RB521HS-PERIODO.
           MOVE TB-SIS-EXTRACTOS(WK-IX-SIS)   TO RB521HS-EXTRACTOS.
           MOVE TB-SIS-VOLUMEN(WK-IX-SIS)     TO RB521HS-VOLUMEN.
           MOVE TB-SIS-PCT-PUNTUAL(WK-IX-SIS) TO RB521HS-PCT-PUNTUAL.
           MOVE TB-SIS-DIAS-FALTA(WK-IX-SIS)  TO RB521HS-DIAS-FALTA.
           MOVE TB-SIS-PCT-RECHAZO(WK-IX-SIS) TO RB521HS-PCT-RECHAZO.
           MOVE TB-SIS-PCT-DUPLIC(WK-IX-SIS)  TO RB521HS-PCT-DUPLIC.
           MOVE TB-SIS-PUNTAJE(WK-IX-SIS)     TO RB521HS-PUNTAJE.
           MOVE WK-FECHA-SISTEMA              TO RB521HS-FECHA-PROC.

           WRITE REG-RB521HS.
           IF ES-RB521HS = '22'
              REWRITE REG-RB521HS
           END-IF.
           IF ES-RB521HS = '00'
              ADD 1 TO WK-HISTORICOS-GRABADOS
           ELSE
              DISPLAY 'AVISO: NO SE GRABO HISTORICO RB521HS DE '
                       RB521HS-SISTEMA ' ' ES-RB521HS
           END-IF.

       5000-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * LISTADO: RANKING POR PUNTAJE (SELECCION DEL MAYOR NO RANKEADO  *
      * EN CADA VUELTA, COMO RBD503), DETALLE DE RECHAZOS POR MOTIVO Y *
      * TOTALES DE CONTROL                                             *
      *----------------------------------------------------------------*
       600-LISTADO.

           MOVE WK-FECHA-SISTEMA    TO WK-LTI-FECHA.
           MOVE WK-PERIODO          TO WK-LTI-PERIODO.
           MOVE WK-DIAS-HABILES     TO WK-LTI-HABILES.
           MOVE WK-LINEA-TITULO     TO REG-RB521LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES              TO REG-RB521LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE SPACES              TO WK-LINEA-SECCION.
           MOVE 'RANKING DE SISTEMAS DE ORIGEN POR PUNTAJE'
                                    TO WK-LSE-TEXTO.
           MOVE WK-LINEA-SECCION    TO REG-RB521LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS-1 TO REG-RB521LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS-2 TO REG-RB521LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE 0 TO WK-IX-RANK.
           PERFORM 6000-RANKEAR-UNO THRU 6000-FIN
                   UNTIL WK-IX-RANK >= WK-CANT-SIS.

           MOVE SPACES              TO REG-RB521LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES              TO WK-LINEA-SECCION.
           MOVE 'RECHAZOS POR MOTIVO, DUPLICADOS, SIN PARAM Y TARDIAS'
                                    TO WK-LSE-TEXTO.
           MOVE WK-LINEA-SECCION    TO REG-RB521LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE WK-LINEA-COLUMNAS-3 TO REG-RB521LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

           MOVE 0 TO WK-IX-SIS.
           PERFORM 6100-GRABAR-MOTIVOS THRU 6100-FIN
                   UNTIL WK-IX-SIS >= WK-CANT-SIS.

           PERFORM 6200-TOTALES THRU 6200-FIN.

       600-FIN.
           EXIT.

       6000-RANKEAR-UNO.

           ADD 1 TO WK-IX-RANK.
           MOVE 0 TO WK-IX-MAYOR.
           MOVE 0 TO WK-MAYOR-PUNTAJE.
           MOVE 0 TO WK-IX-SIS.
           PERFORM 6010-BUSCAR-MAYOR THRU 6010-FIN
                   UNTIL WK-IX-SIS >= WK-CANT-SIS.

           IF WK-IX-MAYOR = 0
              MOVE WK-CANT-SIS TO WK-IX-RANK
              GO TO 6000-FIN
           END-IF.

           MOVE 1 TO TB-SIS-RANKEADO(WK-IX-MAYOR).
           MOVE SPACES                         TO WK-LINEA-RANKING.
           MOVE WK-IX-RANK                     TO WK-LRK-RANK.
           MOVE TB-SIS-SISTEMA(WK-IX-MAYOR)    TO WK-LRK-SISTEMA.
           MOVE TB-SIS-EXTRACTOS(WK-IX-MAYOR)  TO WK-LRK-EXTRACTOS.
           MOVE TB-SIS-VOLUMEN(WK-IX-MAYOR)    TO WK-LRK-VOLUMEN.
           MOVE TB-SIS-PCT-PUNTUAL(WK-IX-MAYOR)
                                               TO WK-LRK-PCT-PUNTUAL.
           MOVE TB-SIS-DIAS-FALTA(WK-IX-MAYOR) TO WK-LRK-DIAS-FALTA.
           MOVE TB-SIS-PCT-RECHAZO(WK-IX-MAYOR)
                                               TO WK-LRK-PCT-RECHAZO.
           MOVE TB-SIS-PCT-DUPLIC(WK-IX-MAYOR) TO WK-LRK-PCT-DUPLIC.
           MOVE TB-SIS-PCT-FALTA(WK-IX-MAYOR)  TO WK-LRK-PCT-FALTA.
           MOVE TB-SIS-PUNTAJE(WK-IX-MAYOR)    TO WK-LRK-PUNTAJE.

           IF TB-SIS-SW-ANT(WK-IX-MAYOR) = 1
              MOVE TB-SIS-PUNTAJE-ANT(WK-IX-MAYOR) TO WK-EDIT-PUNTAJE
              MOVE WK-EDIT-PUNTAJE             TO WK-LRK-PUNTAJE-ANT
              COMPUTE WK-DIFERENCIA = TB-SIS-PUNTAJE(WK-IX-MAYOR) -
                                      TB-SIS-PUNTAJE-ANT(WK-IX-MAYOR)
              MOVE WK-DIFERENCIA               TO WK-EDIT-DIFERENCIA
              MOVE WK-EDIT-DIFERENCIA          TO WK-LRK-DIFERENCIA
           ELSE
              MOVE '   -- '                    TO WK-LRK-PUNTAJE-ANT
              MOVE '  NUEVO'                   TO WK-LRK-DIFERENCIA
           END-IF.

           MOVE WK-LINEA-RANKING TO REG-RB521LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       6000-FIN.
           EXIT.

       6010-BUSCAR-MAYOR.

           ADD 1 TO WK-IX-SIS.
           IF TB-SIS-RANKEADO(WK-IX-SIS) = 0
              IF WK-IX-MAYOR = 0 OR
                 TB-SIS-PUNTAJE(WK-IX-SIS) > WK-MAYOR-PUNTAJE
                 MOVE WK-IX-SIS                 TO WK-IX-MAYOR
                 MOVE TB-SIS-PUNTAJE(WK-IX-SIS) TO WK-MAYOR-PUNTAJE
              END-IF
           END-IF.

       6010-FIN.
           EXIT.

       6100-GRABAR-MOTIVOS.

           ADD 1 TO WK-IX-SIS.
           MOVE SPACES                    TO WK-LINEA-MOTIVOS.
           MOVE TB-SIS-SISTEMA(WK-IX-SIS) TO WK-LMO-SISTEMA.
           MOVE 0 TO WK-IX-MOT.
           PERFORM 6110-MOVER-MOTIVO THRU 6110-FIN
                   UNTIL WK-IX-MOT >= 7.
           MOVE TB-SIS-DUPLIC(WK-IX-SIS)  TO WK-LMO-CANT(8).
           MOVE TB-SIS-SINPAR(WK-IX-SIS)  TO WK-LMO-CANT(9).
           MOVE TB-SIS-TARDIAS(WK-IX-SIS) TO WK-LMO-CANT(10).
           MOVE WK-LINEA-MOTIVOS          TO REG-RB521LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       6100-FIN.
           EXIT.

       6110-MOVER-MOTIVO.

           ADD 1 TO WK-IX-MOT.
           MOVE TB-SIS-RECH(WK-IX-SIS, WK-IX-MOT)
                                          TO WK-LMO-CANT(WK-IX-MOT).

       6110-FIN.
           EXIT.

       6200-TOTALES.

           MOVE SPACES TO REG-RB521LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.
           MOVE SPACES TO WK-LINEA-TOTAL.
           MOVE 'EXTRACTOS DEL PERIODO EN RB452SS       :'
                                                 TO WK-LTO-TEXTO.
           MOVE WK-EXTRACTOS-MES                 TO WK-LTO-CANT.
           PERFORM 410-GRABAR-TOTAL THRU 410-FIN.
           MOVE 'EXTRACTOS SIN CARGADOR EN RUTASSS      :'
                                                 TO WK-LTO-TEXTO.
           MOVE WK-EXT-SIN-RUTA                  TO WK-LTO-CANT.
           PERFORM 410-GRABAR-TOTAL THRU 410-FIN.
           MOVE 'RECHAZOS DE CALIDAD LEIDOS (RB461SS)   :'
                                                 TO WK-LTO-TEXTO.
           MOVE WK-LEIDOS-461                    TO WK-LTO-CANT.
           PERFORM 410-GRABAR-TOTAL THRU 410-FIN.
           MOVE 'RECHAZOS SIN CARGADOR IDENTIFICADO     :'
                                                 TO WK-LTO-TEXTO.
           MOVE WK-RECH-SIN-RUTA                 TO WK-LTO-CANT.
           PERFORM 410-GRABAR-TOTAL THRU 410-FIN.
           MOVE 'DUPLICADOS LEIDOS (RB460SS)            :'
                                                 TO WK-LTO-TEXTO.
           MOVE WK-LEIDOS-460                    TO WK-LTO-CANT.
           PERFORM 410-GRABAR-TOTAL THRU 410-FIN.
           MOVE 'DUPLICADOS SIN CARGADOR IDENTIFICADO   :'
                                                 TO WK-LTO-TEXTO.
           MOVE WK-DUP-SIN-RUTA                  TO WK-LTO-CANT.
           PERFORM 410-GRABAR-TOTAL THRU 410-FIN.
           MOVE 'SIN PARAMETRIZACION LEIDOS (RB451SS)   :'
                                                 TO WK-LTO-TEXTO.
           MOVE WK-LEIDOS-451                    TO WK-LTO-CANT.
           PERFORM 410-GRABAR-TOTAL THRU 410-FIN.
           MOVE 'SIN PARAM. SIN CARGADOR IDENTIFICADO   :'
                                                 TO WK-LTO-TEXTO.
           MOVE WK-SINPAR-SIN-RUTA               TO WK-LTO-CANT.
           PERFORM 410-GRABAR-TOTAL THRU 410-FIN.
           MOVE 'TARDIAS DE MESES CERRADOS (RB457LT)    :'
                                                 TO WK-LTO-TEXTO.
           MOVE WK-LEIDOS-LT                     TO WK-LTO-CANT.
           PERFORM 410-GRABAR-TOTAL THRU 410-FIN.
           MOVE 'TARDIAS SIN CARGADOR IDENTIFICADO      :'
                                                 TO WK-LTO-TEXTO.
           MOVE WK-TARD-SIN-RUTA                 TO WK-LTO-CANT.
           PERFORM 410-GRABAR-TOTAL THRU 410-FIN.
           MOVE 'SISTEMAS CON DIAS HABILES SIN EXTRACTO :'
                                                 TO WK-LTO-TEXTO.
           MOVE WK-SIS-CON-FALTAS                TO WK-LTO-CANT.
           PERFORM 410-GRABAR-TOTAL THRU 410-FIN.

       6200-FIN.
           EXIT.

       410-GRABAR-TOTAL.

           MOVE WK-LINEA-TOTAL TO REG-RB521LS.
           PERFORM 490-GRABAR-LINEA THRU 490-FIN.

       410-FIN.
           EXIT.

       490-GRABAR-LINEA.

           WRITE REG-RB521LS.
           IF ES-RB521LS NOT = '00'
              DISPLAY 'ERROR AL GRABAR LISTADO RB521LS ' ES-RB521LS
              MOVE     999            TO   RETURN-CODE
              PERFORM  990-FINALIZAR  THRU 990-FIN.

       490-FIN.
           EXIT.

      *----------------------------------------------------------------*
      * UBICA EL CARGADOR DE WK-NOMB-ARCH-ACT POR PREFIJO, MISMA       *
      * REGLA QUE RBD510. UN NOMBRE EN BLANCO NO TIENE CARGADOR        *
      *----------------------------------------------------------------*
       800-UBICAR-RUTA.

           MOVE 0 TO WK-RUTA-HALLADA.
           MOVE 0 TO WK-IX-RUTA.
           IF WK-NOMB-ARCH-ACT NOT = SPACES
              PERFORM 8000-PROBAR-RUTA THRU 8000-FIN
                      UNTIL WK-IX-RUTA >= WK-CANT-RUTAS OR
                            WK-RUTA-HALLADA > 0
           END-IF.

       800-FIN.
           EXIT.

       8000-PROBAR-RUTA.

           ADD 1 TO WK-IX-RUTA.
           MOVE TB-RUTA-LARGO(WK-IX-RUTA) TO WK-LARGO-PREFIJO.
           IF WK-NOMB-ARCH-ACT(1:WK-LARGO-PREFIJO) =
              TB-RUTA-PREFIJO(WK-IX-RUTA)(1:WK-LARGO-PREFIJO)
              MOVE WK-IX-RUTA TO WK-RUTA-HALLADA.

       8000-FIN.
           EXIT.

       995-ERROR-INICIALIZAR.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD521 TERMINO CON ERROR   '
              DISPLAY '--------------------------------------'.

           STOP      RUN.

       995-FIN.
           EXIT.

       990-FINALIZAR.

           IF (WK-SIS-CON-FALTAS > 0 OR WK-EXT-SIN-RUTA > 0 OR
               WK-RECH-SIN-RUTA > 0 OR WK-DUP-SIN-RUTA > 0) AND
               RETURN-CODE = 0
              DISPLAY 'HAY SISTEMAS CON DIAS SIN EXTRACTO O REGISTROS '
                      'SIN CARGADOR, SE DEVUELVE RETURN-CODE 4'
              MOVE 4 TO RETURN-CODE
           END-IF.

              DISPLAY '--------------------------------------'
              DISPLAY '     PROG. RBD521 TERMINO             '
              DISPLAY '--------------------------------------'
              DISPLAY 'PERIODO MEDIDO             : ' WK-PERIODO
              DISPLAY 'SISTEMAS DE ORIGEN         : ' WK-CANT-SIS
              DISPLAY 'LEIDOS DE RB452SS          : ' WK-LEIDOS-452
              DISPLAY 'EXTRACTOS DEL PERIODO      : ' WK-EXTRACTOS-MES
              DISPLAY 'EXTRACTOS SIN CARGADOR     : ' WK-EXT-SIN-RUTA
              DISPLAY 'RECHAZOS DE CALIDAD        : ' WK-LEIDOS-461
              DISPLAY 'DUPLICADOS                 : ' WK-LEIDOS-460
              DISPLAY 'SIN PARAMETRIZACION        : ' WK-LEIDOS-451
              DISPLAY 'TARDIAS DE MESES CERRADOS  : ' WK-LEIDOS-LT
              DISPLAY 'SISTEMAS CON DIAS FALTANTES: '
                       WK-SIS-CON-FALTAS
              DISPLAY 'HISTORICOS GRABADOS        : '
                       WK-HISTORICOS-GRABADOS
              DISPLAY '--------------------------------------'.

           PERFORM 991-GRABAR-LEDGER THRU 991-FIN.
           CLOSE RB521LS.
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

           MOVE 'RBD521  '           TO RBLEDG-PROGRAMA.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-PROCESO.
           MOVE WK-HORA-INICIO       TO RBLEDG-HORA-INICIO.
           MOVE WK-FECHA-SISTEMA     TO RBLEDG-FECHA-FIN.
           ACCEPT WK-HORA-FIN FROM TIME.
           MOVE WK-HORA-FIN          TO RBLEDG-HORA-FIN.
           MOVE RETURN-CODE          TO RBLEDG-RETURN-CODE.
           MOVE 9                    TO RBLEDG-CANT-CONTADORES.
           MOVE 'SISTEMAS'           TO RBLEDG-CONT-NOMBRE(1).
           MOVE WK-CANT-SIS          TO RBLEDG-CONT-VALOR(1).
           MOVE 'EXTRACTOS-PERIODO'  TO RBLEDG-CONT-NOMBRE(2).
           MOVE WK-EXTRACTOS-MES     TO RBLEDG-CONT-VALOR(2).
           MOVE 'EXTRACTOS-SIN-RUTA' TO RBLEDG-CONT-NOMBRE(3).
           MOVE WK-EXT-SIN-RUTA      TO RBLEDG-CONT-VALOR(3).
           MOVE 'RECHAZOS-CALIDAD'   TO RBLEDG-CONT-NOMBRE(4).
           MOVE WK-LEIDOS-461        TO RBLEDG-CONT-VALOR(4).
           MOVE 'DUPLICADOS'         TO RBLEDG-CONT-NOMBRE(5).
           MOVE WK-LEIDOS-460        TO RBLEDG-CONT-VALOR(5).
           MOVE 'SIN-PARAMETRIZACION' TO RBLEDG-CONT-NOMBRE(6).
           MOVE WK-LEIDOS-451        TO RBLEDG-CONT-VALOR(6).
           MOVE 'SISTEMAS-CON-FALTAS' TO RBLEDG-CONT-NOMBRE(7).
           MOVE WK-SIS-CON-FALTAS    TO RBLEDG-CONT-VALOR(7).
           MOVE 'DIAS-FALTANTES'     TO RBLEDG-CONT-NOMBRE(8).
           MOVE WK-TOTAL-FALTAS      TO RBLEDG-CONT-VALOR(8).
           MOVE 'TARDIAS'            TO RBLEDG-CONT-NOMBRE(9).
           MOVE WK-LEIDOS-LT         TO RBLEDG-CONT-VALOR(9).

           WRITE REG-RBLEDSS.
           IF ES-RBLEDSS NOT = '00'
              DISPLAY 'AVISO: NO SE GRABO BITACORA RBLEDSS '
                       ES-RBLEDSS.

           CLOSE RBLEDSS.

       991-FIN.
           EXIT.
