           SELECT F-AUSENCIAS ASSIGN TO "AUSENCIAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUSENCIAS.
       *>  NOVEDADES DE ASIGNACIONES VARIABLES DEL PERÍODO POR CÉDULA
       *>  (HORAS EXTRA, BONO NOCTURNO, FERIADOS TRABAJADOS Y
       *>  COMISIONES): LA NÓMINA LAS VALORA Y LAS SUMA AL SALARIO
           SELECT F-ASIGNACIONES ASSIGN TO "ASIGNACIONES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASIGNACIONES.
       *>  LISTADO IMPRIMIBLE DEL PAGO DE UTILIDADES (TIPO NOMINA.TXT)
           SELECT F-UTILIDADES ASSIGN TO "UTILIDADES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT F-BANCO-UTIL ASSIGN TO "BANCOUTI.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BANCO-UTIL.
       *>  LISTADO DE APORTES PATRONALES DE UN PERÍODO CERRADO (IVSS,
       *>  RÉGIMEN PRESTACIONAL DE EMPLEO, FAOV E INCES)
           SELECT F-APORTES ASSIGN TO "APORTES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APORTES.
       *>  ARCHIVO MENSUAL DE COTIZACIONES PARA EL PORTAL TIUNA DEL IVSS
           SELECT F-TIUNA ASSIGN TO "TIUNA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TIUNA.
       *>  ARCHIVO MENSUAL DE APORTES AL FAOV PARA EL PORTAL BANAVIH
           SELECT F-BANAVIH ASSIGN TO "BANAVIH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BANAVIH.
       *>  LISTA DE PROCESOS DEL MODO DESATENDIDO: SI EXISTE AL ARRANCAR,
       *>  EL SISTEMA CORRE LOS PROCESOS EN ORDEN SIN OPERADOR Y TERMINA
           SELECT F-PROCESOS ASSIGN TO "PROCESOS.TXT"
           SELECT F-TASAS ASSIGN TO "TASAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TASAS.
       *>  CONTROL DE RETROACTIVOS PAGADOS: UNA LÍNEA POR DECRETO Y
       *>  CÉDULA PARA QUE NINGÚN DECRETO SE PAGUE DOS VECES
           SELECT F-RETROACTIVOS ASSIGN TO "RETROACTIVOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETROACTIVOS.
       *>  LISTADO IMPRIMIBLE DE LA NÓMINA DE RETROACTIVOS (TIPO
       *>  NOMINA.TXT)
           SELECT F-NOMINA-RETRO ASSIGN TO "NOMRETRO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOMINA-RETRO.
       *>  RECIBOS INDIVIDUALES DE LA NÓMINA DE RETROACTIVOS
           SELECT F-RECIBOS-RETRO ASSIGN TO "RECRETRO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECIBOS-RETRO.
       *>  ABONO DE RETROACTIVOS AL BANCO (MISMO LAYOUT QUE REG-BANCO)
           SELECT F-BANCO-RETRO ASSIGN TO "BANCORET.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BANCO-RETRO.
       *>  COMPROBANTES ANUALES DE RETENCIONES DE ISLR (AR-C)
           SELECT F-ARC ASSIGN TO "ARC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARC.
       *>  DECLARACIÓN MENSUAL DE RETENCIONES DE ISLR AL SENIAT
           SELECT F-SENIAT ASSIGN TO "RETISLR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SENIAT.
       *>  CATÁLOGO DE CUENTAS CONTABLES DE LA NÓMINA (CONCEPTO O
       *>  DEPARTAMENTO -> CUENTA DEL MAYOR)
           SELECT F-CUENTAS ASSIGN TO "CUENTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUENTAS.
       *>  ASIENTO CONTABLE DE UN PERÍODO CERRADO PARA EL SISTEMA DE
       *>  CONTABILIDAD
           SELECT F-ASIENTO ASSIGN TO "ASIENTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASIENTO.
       *>  PERÍODOS YA CONTABILIZADOS (NINGUNO SE ENVÍA DOS VECES)
           SELECT F-ASIENTOS ASSIGN TO "ASIENTOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASIENTOS.
       *>  EMBARGOS JUDICIALES Y PENSIONES DE ALIMENTOS POR CÉDULA
           SELECT F-EMBARGOS ASSIGN TO "EMBARGOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMBARGOS.
       *>  LO RETENIDO POR CADA EMBARGO EN CADA NÓMINA PAGADA
           SELECT F-EMB-RETENIDOS ASSIGN TO "EMBRETEN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMB-RETENIDOS.
       *>  LISTADO DE LA REMESA MENSUAL A TRIBUNALES Y BENEFICIARIOS
           SELECT F-REMESAS ASSIGN TO "REMESAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REMESAS.
       *>  INFORME DE VARIACIONES DE LA PRE-NÓMINA
           SELECT F-PRENOMINA ASSIGN TO "PRENOMINA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRENOMINA.
       *>  PRE-NÓMINAS CALCULADAS Y APROBADAS POR PERÍODO
           SELECT F-PRENOM-CONTROL ASSIGN TO "PRENOMAP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRENOM-CONTROL.
       *>  CAMBIOS SENSIBLES PENDIENTES DE APROBACIÓN (DOBLE CONTROL)
           SELECT F-CAMBIOS ASSIGN TO "CAMBIOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBIOS.
       *>  PROYECCIÓN DEL COSTO LABORAL POR DEPARTAMENTO
           SELECT F-PROYECCION ASSIGN TO "PROYECCION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROYECCION.
       *> --------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           02  DATOS-MONEDA.
               03  MONEDA-SALARIO       PIC A(1).
               03  SALARIO-DIVISA       PIC 9(8)V99.
       *>  FRECUENCIA DE PAGO: "M" MENSUAL, "Q" QUINCENAL, "S" SEMANAL
       *>  (LOS REGISTROS ANTERIORES LA TRAEN EN BLANCO = MENSUAL)
           02  DATOS-FRECUENCIA.
               03  FRECUENCIA-PAGO      PIC A(1).
       *>  REGISTRO DEL MAESTRO SECUENCIAL ANTERIOR (MISMO LAYOUT QUE
       *>  REG-EMPLEADO; SÓLO LO USA LA MIGRACIÓN)
       FD  F-EMPLEADOS-ANT.
           02  DATOS-MONEDA-ANT.
               03  MONEDA-SALARIO-ANT   PIC A(1).
               03  SALARIO-DIVISA-ANT   PIC 9(8)V99.
           02  DATOS-FRECUENCIA-ANT.
               03  FRECUENCIA-PAGO-ANT  PIC A(1).
       *>  REGISTRO PARA ARCHIVO DE DESBORDAMIENTO
       FD  F-DESBORDAMIENTO.
       01  REG-DESBORDAMIENTO.
           02  DATOS-MONEDA.
               03  MONEDA-SALARIO       PIC A(1).
               03  SALARIO-DIVISA       PIC 9(8)V99.
           02  DATOS-FRECUENCIA.
               03  FRECUENCIA-PAGO      PIC A(1).
       *>  REGISTRO DEL SUBLEDGER DE PRÉSTAMOS (UN EMPLEADO PUEDE TENER
       *>  VARIOS PRÉSTAMOS, DIFERENCIADOS POR NUM-PRESTAMO)
       FD  F-PRESTAMOS.
       FD  F-NOMINA.
       01  REG-NOMINA                   PIC X(100).
       *>  REGISTRO DE CIERRE DE NÓMINA: PERÍODO (AAAAMM) Y FECHA EN QUE
       *>  SE EJECUTÓ EL CIERRE. IMPIDE CERRAR DOS VECES EL MISMO MES
       *>  (O LA MISMA QUINCENA O SEMANA DE LAS OTRAS FRECUENCIAS).
       FD  F-CIERRES.
       01  REG-CIERRE.
           02  CIERRE-PERIODO           PIC 9(6).
       *>  EL USUARIO QUE EJECUTÓ EL CIERRE VA AL FINAL PARA QUE LOS
       *>  REGISTROS ANTERIORES, MÁS CORTOS, SIGAN LEYÉNDOSE BIEN
           02  CIERRE-USUARIO           PIC X(10).
       *>  FRECUENCIA Y QUINCENA/SEMANA DEL MES CERRADO (TAMBIÉN AL
       *>  FINAL; EN BLANCO EN LOS CIERRES ANTERIORES = MES COMPLETO)
           02  CIERRE-FRECUENCIA        PIC A(1).
           02  CIERRE-SUBPERIODO        PIC 9(2).
       *>  REGISTRO HISTÓRICO DE NÓMINA: LO PAGADO A UNA CÉDULA EN UN
       *>  PERÍODO (AAAAMM), CON SUS DEDUCCIONES Y EL NETO RESULTANTE
       FD  F-HISTORIAL.
           02  HIST-MONEDA              PIC A(1).
           02  HIST-MONTO-DIVISA        PIC 9(8)V99.
           02  HIST-TASA                PIC 9(8)V9999.
       *>  TOTAL DE ASIGNACIONES VARIABLES DEL PERÍODO (HORAS EXTRA,
       *>  BONO NOCTURNO, FERIADOS, COMISIONES); TAMBIÉN AL FINAL
           02  HIST-ASIGNACIONES        PIC 9(8)V99.
       *>  FRECUENCIA DEL PAGO Y QUINCENA (1-2) O SEMANA (1-5) DENTRO
       *>  DEL MES; EL MES DE HIST-PERIODO SIGUE SIENDO LA UNIDAD DE
       *>  CONSOLIDACIÓN (EN BLANCO EN LOS REGISTROS ANTERIORES = PAGO
       *>  MENSUAL)
           02  HIST-FRECUENCIA          PIC A(1).
           02  HIST-SUBPERIODO          PIC 9(2).
       *>  TIPO DE PAGO: "R" = NÓMINA COMPLEMENTARIA DE RETROACTIVOS,
       *>  CON LA FECHA DE VIGENCIA (AAAAMMDD) DEL DECRETO QUE LA
       *>  ORIGINÓ; EN BLANCO EN LOS DEMÁS PAGOS (TAMBIÉN AL FINAL)
           02  HIST-TIPO-PAGO           PIC A(1).
           02  HIST-DECRETO             PIC 9(8).
       *>  MONTO RETENIDO POR CADA CONCEPTO DE CONCEPTOS.TXT EN EL PAGO
       *>  (LA SUMA SIGUE EN HIST-OTRAS), PARA LAS RETENCIONES POR
       *>  CONCEPTO (ISLR); HIST-CANT-CONCEPTOS DICE CUÁNTAS ENTRADAS
       *>  VAN CARGADAS. TAMBIÉN AL FINAL (EN BLANCO EN LOS ANTERIORES)
           02  HIST-CONCEPTOS.
               03  HIST-CANT-CONCEPTOS      PIC 9(2).
               03  HIST-CONCEPTO OCCURS 20 TIMES.
                   04  HIST-CON-CODIGO          PIC 9(3).
                   04  HIST-CON-MONTO           PIC 9(8)V99.
       *>  REGISTRO DE SALIDA DE LOS RECIBOS DE PAGO (LÍNEA DE TEXTO)
       FD  F-RECIBOS.
       01  REG-RECIBO                   PIC X(100).
           02  DATOS-MONEDA-CAR.
               03  MONEDA-SALARIO-CAR   PIC A(1).
               03  SALARIO-DIVISA-CAR   PIC 9(8)V99.
           02  DATOS-FRECUENCIA-CAR.
               03  FRECUENCIA-PAGO-CAR  PIC A(1).
       *>  REGISTRO DEL SUBLEDGER DE VACACIONES: TIPO "C" ACREDITA LOS
       *>  DÍAS DEL ANIVERSARIO (CON SU AÑO, PARA NO ACREDITAR DOS
       *>  VECES), TIPO "D" DEBITA DÍAS TOMADOS CON SUS FECHAS
               03  AUS-HASTA-DIA            PIC 9(02).
               03  AUS-HASTA-MES            PIC 9(02).
               03  AUS-HASTA-ANNO           PIC 9(04).
       *>  REGISTRO DE UNA ASIGNACIÓN VARIABLE: TIPO "H" (HORAS EXTRA) Y
       *>  "N" (HORAS DE BONO NOCTURNO) LLEVAN HORAS EN ASG-CANTIDAD;
       *>  "F" (FERIADO TRABAJADO) LLEVA DÍAS; "C" (COMISIÓN) LLEVA EL
       *>  MONTO EN ASG-MONTO. EL PERÍODO (AAAAMM) SE TOMA DE LA FECHA
       *>  DE LA NOVEDAD.
       FD  F-ASIGNACIONES.
       01  REG-ASIGNACION.
           02  ASG-CI-EMPLEADO          PIC 9(8).
           02  ASG-PERIODO              PIC 9(6).
           02  ASG-TIPO                 PIC A(1).
           02  ASG-CANTIDAD             PIC 9(3)V99.
           02  ASG-MONTO                PIC 9(8)V99.
           02  FECHA-ASG.
               03  ASG-DIA                  PIC 9(02).
               03  ASG-MES                  PIC 9(02).
               03  ASG-ANNO                 PIC 9(04).
       *>  REGISTRO DEL LISTADO DE UTILIDADES (LÍNEA DE TEXTO)
       FD  F-UTILIDADES.
       01  REG-UTILIDADES               PIC X(100).
           02  BANCO-NOMBRE-BU          PIC A(30).
           02  BANCO-MONTO-NETO-BU      PIC S9(10)V99
                                         SIGN IS TRAILING SEPARATE.
       *>  REGISTRO DEL LISTADO DE APORTES PATRONALES (LÍNEA DE TEXTO)
       FD  F-APORTES.
       01  REG-APORTES                  PIC X(100).
       *>  REGISTRO DEL ARCHIVO TIUNA (ANCHO FIJO): UN DETALLE "D" POR
       *>  TRABAJADOR CON EL SALARIO DEL MES, LA BASE TOPADA Y LAS
       *>  COTIZACIONES IVSS Y RPE DEL TRABAJADOR Y DEL PATRONO; AL
       *>  FINAL UN REGISTRO DE CONTROL "T" CON LOS TOTALES
       FD  F-TIUNA.
       01  REG-TIUNA.
           02  TIU-TIPO                 PIC A(1).
           02  TIU-NACIONALIDAD         PIC A(1).
           02  TIU-CI-EMPLEADO          PIC 9(8).
           02  TIU-APELLIDO             PIC A(30).
           02  TIU-NOMBRE               PIC A(30).
           02  TIU-PERIODO              PIC 9(6).
           02  TIU-SALARIO              PIC 9(10)V99.
           02  TIU-BASE                 PIC 9(10)V99.
           02  TIU-IVSS-TRAB            PIC 9(8)V99.
           02  TIU-IVSS-PATRONO         PIC 9(8)V99.
           02  TIU-RPE-TRAB             PIC 9(8)V99.
           02  TIU-RPE-PATRONO          PIC 9(8)V99.
       01  REG-TIUNA-CONTROL.
           02  TIU-CTL-TIPO             PIC A(1).
           02  TIU-CTL-PERIODO          PIC 9(6).
           02  TIU-CTL-TRABAJADORES     PIC 9(6).
           02  TIU-CTL-BASE             PIC 9(12)V99.
           02  TIU-CTL-APORTE-TRAB      PIC 9(12)V99.
           02  TIU-CTL-APORTE-PATRONO   PIC 9(12)V99.
           02  TIU-CTL-TOTAL            PIC 9(12)V99.
       *>  REGISTRO DEL ARCHIVO BANAVIH (ANCHO FIJO): UN DETALLE "D" POR
       *>  TRABAJADOR CON EL SALARIO INTEGRAL DEL MES Y LOS APORTES AL
       *>  FAOV DEL TRABAJADOR Y DEL PATRONO; AL FINAL UN REGISTRO DE
       *>  CONTROL "T" CON LOS TOTALES
       FD  F-BANAVIH.
       01  REG-BANAVIH.
           02  BAN-TIPO                 PIC A(1).
           02  BAN-NACIONALIDAD         PIC A(1).
           02  BAN-CI-EMPLEADO          PIC 9(8).
           02  BAN-APELLIDO             PIC A(30).
           02  BAN-NOMBRE               PIC A(30).
           02  BAN-PERIODO              PIC 9(6).
           02  BAN-SALARIO              PIC 9(10)V99.
           02  BAN-FAOV-TRAB            PIC 9(8)V99.
           02  BAN-FAOV-PATRONO         PIC 9(8)V99.
       01  REG-BANAVIH-CONTROL.
           02  BAN-CTL-TIPO             PIC A(1).
           02  BAN-CTL-PERIODO          PIC 9(6).
           02  BAN-CTL-TRABAJADORES     PIC 9(6).
           02  BAN-CTL-SALARIOS         PIC 9(12)V99.
           02  BAN-CTL-APORTE-TRAB      PIC 9(12)V99.
           02  BAN-CTL-APORTE-PATRONO   PIC 9(12)V99.
           02  BAN-CTL-TOTAL            PIC 9(12)V99.
       *>  REGISTRO DE UN PROCESO DEL MODO DESATENDIDO: NOMBRE DEL
       *>  PROCESO Y HASTA TRES PARÁMETROS SEPARADOS POR ESPACIOS (LAS
       *>  LÍNEAS EN BLANCO O QUE EMPIEZAN CON "*" SE IGNORAN)
           02  HAN-MONEDA               PIC A(1).
           02  HAN-MONTO-DIVISA         PIC 9(8)V99.
           02  HAN-TASA                 PIC 9(8)V9999.
           02  HAN-ASIGNACIONES         PIC 9(8)V99.
           02  HAN-FRECUENCIA           PIC A(1).
           02  HAN-SUBPERIODO           PIC 9(2).
           02  HAN-TIPO-PAGO            PIC A(1).
           02  HAN-DECRETO              PIC 9(8).
           02  HAN-CONCEPTOS.
               03  HAN-CANT-CONCEPTOS       PIC 9(2).
               03  HAN-CONCEPTO OCCURS 20 TIMES.
                   04  HAN-CON-CODIGO           PIC 9(3).
                   04  HAN-CON-MONTO            PIC 9(8)V99.
       *>  REGISTRO TEMPORAL DEL HISTORIAL VIVO (IMAGEN COMPLETA DE
       *>  REG-HISTORIAL, SE ESCRIBE DESDE WS-ARC-REGISTRO)
       FD  F-HISTORIAL-TMP.
       01  REG-HISTORIAL-TMP            PIC X(382).
       *>  REGISTRO DE TRABAJO DEL ARCHIVADO: EL AÑO DERIVADO ADELANTE
       *>  COMO CLAVE MAYOR Y LA IMAGEN COMPLETA DEL REGISTRO DETRÁS
       *>  (LOS CAMPOS DE MONTO VIAJAN COMO BYTES PORQUE LOS REGISTROS
           02  SD-ARC-REGISTRO.
               03  SD-ARC-CI                PIC 9(8).
               03  SD-ARC-PERIODO           PIC 9(6).
               03  SD-ARC-RESTO             PIC X(368).
       *>  REGISTRO DE LA BITÁCORA ANUAL CERRADA (LÍNEA DE TEXTO)
       FD  F-BIT-ANUAL.
       01  REG-BIT-ANUAL                PIC X(200).
       01  REG-TASA.
           02  TASA-FECHA               PIC 9(8).
           02  TASA-VALOR               PIC 9(8)V9999.
       *>  REGISTRO DE CONTROL DE UN RETROACTIVO PAGADO: DECRETO (FECHA
       *>  DE VIGENCIA AAAAMMDD), CÉDULA, PERÍODO EN QUE SE PAGÓ, NETO
       *>  PAGADO, FECHA Y USUARIO QUE CORRIÓ LA NÓMINA COMPLEMENTARIA
       FD  F-RETROACTIVOS.
       01  REG-RETROACTIVO.
           02  RTA-DECRETO              PIC 9(8).
           02  RTA-CI-EMPLEADO          PIC 9(8).
           02  RTA-PERIODO-PAGO         PIC 9(6).
           02  RTA-MONTO                PIC 9(8)V99.
           02  FECHA-RETROACTIVO.
               03  RTA-DIA                  PIC 9(02).
               03  RTA-MES                  PIC 9(02).
               03  RTA-ANNO                 PIC 9(04).
           02  RTA-USUARIO              PIC X(10).
       *>  REGISTRO DEL LISTADO DE RETROACTIVOS (LÍNEA DE TEXTO)
       FD  F-NOMINA-RETRO.
       01  REG-NOMINA-RETRO             PIC X(100).
       *>  REGISTRO DE LOS RECIBOS DE RETROACTIVOS (LÍNEA DE TEXTO)
       FD  F-RECIBOS-RETRO.
       01  REG-RECIBO-RETRO             PIC X(100).
       *>  REGISTRO DE ABONO DE RETROACTIVOS AL BANCO (MISMO LAYOUT DE
       *>  ANCHO FIJO QUE REG-BANCO)
       FD  F-BANCO-RETRO.
       01  REG-BANCO-RETRO.
           02  BANCO-CI-EMPLEADO-BR     PIC 9(8).
           02  BANCO-CUENTA-BR          PIC X(20).
           02  BANCO-APELLIDO-BR        PIC A(30).
           02  BANCO-NOMBRE-BR          PIC A(30).
           02  BANCO-MONTO-NETO-BR      PIC S9(10)V99
                                         SIGN IS TRAILING SEPARATE.
       *>  REGISTRO DEL COMPROBANTE AR-C (LÍNEA DE TEXTO)
       FD  F-ARC.
       01  REG-ARC                      PIC X(100).
       *>  REGISTRO DE LA DECLARACIÓN DE RETENCIONES ISLR (ANCHO FIJO):
       *>  UN DETALLE "D" POR TRABAJADOR CON LO PAGADO EN EL MES, EL
       *>  PORCENTAJE Y EL MONTO RETENIDO; AL FINAL UN REGISTRO DE
       *>  CONTROL "T" CON LOS TOTALES
       FD  F-SENIAT.
       01  REG-SENIAT.
           02  SEN-TIPO                 PIC A(1).
           02  SEN-NACIONALIDAD         PIC A(1).
           02  SEN-CI-EMPLEADO          PIC 9(8).
           02  SEN-PERIODO              PIC 9(6).
           02  SEN-CONCEPTO             PIC 9(3).
           02  SEN-MONTO-PAGADO         PIC 9(12)V99.
           02  SEN-PORCENTAJE           PIC 9(3)V99.
           02  SEN-MONTO-RETENIDO       PIC 9(12)V99.
       01  REG-SENIAT-CONTROL.
           02  SEN-CTL-TIPO             PIC A(1).
           02  SEN-CTL-PERIODO          PIC 9(6).
           02  SEN-CTL-TRABAJADORES     PIC 9(6).
           02  SEN-CTL-PAGADO           PIC 9(14)V99.
           02  SEN-CTL-RETENIDO         PIC 9(14)V99.
       *>  CUENTA DEL MAYOR DE UNA PARTIDA DE LA NÓMINA. CTA-TIPO:
       *>  "G" GASTO DE SUELDOS (CTA-CLAVE = DEPARTAMENTO; 000 = POR
       *>  DEFECTO), "C" CONCEPTO POR PAGAR (CTA-CLAVE = CÓDIGO DEL
       *>  CONCEPTO), "S" SSO POR PAGAR, "O" OTRAS DEDUCCIONES SIN
       *>  DETALLE, "P" PRÉSTAMOS POR COBRAR, "B" BANCO, "H" NETO
       *>  PAGADO POR CHEQUE Y "J" EMBARGOS POR PAGAR (CTA-CLAVE 000
       *>  EN ESTOS SEIS)
       FD  F-CUENTAS.
       01  REG-CUENTA.
           02  CTA-TIPO                 PIC A(1).
           02  CTA-CLAVE                PIC 9(3).
           02  CTA-CUENTA               PIC X(20).
           02  CTA-DESCRIPCION          PIC X(30).
       *>  ASIENTO CONTABLE (ANCHO FIJO): UNA LÍNEA "D" POR CUENTA CON
       *>  SU CENTRO DE COSTO (LAS DE GASTO) Y EL MONTO AL DEBE O AL
       *>  HABER; AL FINAL UN REGISTRO DE CONTROL "T" CON LOS TOTALES
       FD  F-ASIENTO.
       01  REG-ASIENTO.
           02  AST-TIPO                 PIC A(1).
           02  AST-PERIODO              PIC 9(6).
           02  AST-FRECUENCIA           PIC A(1).
           02  AST-SUBPERIODO           PIC 9(2).
           02  AST-FECHA                PIC 9(8).
           02  AST-LINEA                PIC 9(4).
           02  AST-CUENTA               PIC X(20).
           02  AST-CENTRO-COSTO         PIC 9(3).
           02  AST-DESCRIPCION          PIC X(30).
           02  AST-DEBE                 PIC 9(12)V99.
           02  AST-HABER                PIC 9(12)V99.
       01  REG-ASIENTO-CONTROL.
           02  AST-CTL-TIPO             PIC A(1).
           02  AST-CTL-PERIODO          PIC 9(6).
           02  AST-CTL-FRECUENCIA       PIC A(1).
           02  AST-CTL-SUBPERIODO       PIC 9(2).
           02  AST-CTL-FECHA            PIC 9(8).
           02  AST-CTL-LINEAS           PIC 9(4).
           02  AST-CTL-DEBE             PIC 9(14)V99.
           02  AST-CTL-HABER            PIC 9(14)V99.
       *>  PERÍODO DE PAGO YA CONTABILIZADO, CON LA FECHA, EL USUARIO
       *>  Y EL TOTAL DEL ASIENTO ENVIADO
       FD  F-ASIENTOS.
       01  REG-ASIENTO-ENVIADO.
           02  ACO-PERIODO              PIC 9(6).
           02  ACO-FRECUENCIA           PIC A(1).
           02  ACO-SUBPERIODO           PIC 9(2).
           02  FECHA-ASIENTO.
               03  ACO-DIA                  PIC 9(02).
               03  ACO-MES                  PIC 9(02).
               03  ACO-ANNO                 PIC 9(04).
           02  ACO-USUARIO              PIC X(10).
           02  ACO-TOTAL                PIC 9(14)V99.
       *>  ORDEN DE EMBARGO O PENSIÓN DE ALIMENTOS DE UN EMPLEADO.
       *>  EMB-TIPO "M" MONTO MENSUAL / "P" PORCENTAJE DEL DEVENGADO
       *>  DEL PERÍODO; FECHAS AAAAMMDD (HASTA EN CERO = SIN
       *>  VENCIMIENTO); LA MENOR PRIORIDAD SE RETIENE PRIMERO;
       *>  EMB-ESTADO "A" ACTIVO / "L" LEVANTADO
       FD  F-EMBARGOS.
       01  REG-EMBARGO.
           02  EMB-CI-EMPLEADO          PIC 9(8).
           02  EMB-EXPEDIENTE           PIC X(20).
           02  EMB-TRIBUNAL             PIC X(40).
           02  EMB-BENEFICIARIO         PIC X(40).
           02  EMB-TIPO                 PIC A(1).
           02  EMB-VALOR                PIC 9(8)V99.
           02  EMB-FECHA-DESDE          PIC 9(8).
           02  EMB-FECHA-HASTA          PIC 9(8).
           02  EMB-PRIORIDAD            PIC 9(2).
           02  EMB-ESTADO               PIC A(1).
       *>  RETENCIÓN DE UN EMBARGO EN UN PERÍODO DE PAGO: LO ORDENADO
       *>  Y LO RETENIDO (LA DIFERENCIA NO CUPO EN EL TOPE LEGAL)
       FD  F-EMB-RETENIDOS.
       01  REG-EMBARGO-RETENIDO.
           02  ERT-CI-EMPLEADO          PIC 9(8).
           02  ERT-EXPEDIENTE           PIC X(20).
           02  ERT-TRIBUNAL             PIC X(40).
           02  ERT-BENEFICIARIO         PIC X(40).
           02  ERT-PERIODO              PIC 9(6).
           02  ERT-FRECUENCIA           PIC A(1).
           02  ERT-SUBPERIODO           PIC 9(2).
           02  ERT-ORDENADO             PIC 9(8)V99.
           02  ERT-RETENIDO             PIC 9(8)V99.
       *>  REGISTRO DEL LISTADO DE LA REMESA DE EMBARGOS (LÍNEA DE
       *>  TEXTO)
       FD  F-REMESAS.
       01  REG-REMESA                   PIC X(132).
       *>  REGISTRO DEL INFORME DE VARIACIONES (LÍNEA DE TEXTO)
       FD  F-PRENOMINA.
       01  REG-PRENOMINA                PIC X(132).
       *>  MOVIMIENTO DE LA PRE-NÓMINA DE UN PERÍODO: "C" CALCULADA,
       *>  "A" APROBADA (CON LOS TOTALES DEL CÁLCULO APROBADO). EL
       *>  ÚLTIMO MOVIMIENTO DEL PERÍODO ES EL QUE VALE
       FD  F-PRENOM-CONTROL.
       01  REG-PRENOM-CONTROL.
           02  PNC-PERIODO              PIC 9(6).
           02  PNC-FRECUENCIA           PIC A(1).
           02  PNC-SUBPERIODO           PIC 9(2).
           02  PNC-TIPO                 PIC A(1).
           02  FECHA-PRENOM.
               03  PNC-DIA                  PIC 9(02).
               03  PNC-MES                  PIC 9(02).
               03  PNC-ANNO                 PIC 9(04).
           02  PNC-USUARIO              PIC X(10).
           02  PNC-EMPLEADOS            PIC 9(6).
           02  PNC-ALERTAS              PIC 9(6).
           02  PNC-TOTAL-NETO           PIC S9(12)V99
                                         SIGN IS TRAILING SEPARATE.
       *>  CAMBIO DE CAMPOS SENSIBLES DEL MAESTRO PROPUESTO EN LA
       *>  EDICIÓN: "P" PENDIENTE, "A" APROBADO, "R" RECHAZADO, "V"
       *>  VENCIDO POR LA NÓMINA. NÚMERO AAAANNNN; FECHAS AAAAMMDD
       FD  F-CAMBIOS.
       01  REG-CAMBIO-SENSIBLE.
           02  CSE-NUMERO               PIC 9(8).
           02  CSE-CI-EMPLEADO          PIC 9(8).
           02  CSE-ESTADO               PIC A(1).
           02  CSE-PROPUESTO-POR        PIC X(10).
           02  CSE-FECHA-PROPUESTA      PIC 9(8).
           02  CSE-RESUELTO-POR         PIC X(10).
           02  CSE-FECHA-RESOLUCION     PIC 9(8).
           02  CSE-ANTES.
               03  CSE-ANT-SALARIO          PIC 9(8)V99.
               03  CSE-ANT-MONEDA           PIC A(1).
               03  CSE-ANT-DIVISA           PIC 9(8)V99.
               03  CSE-ANT-BANCO            PIC 9(4).
               03  CSE-ANT-CUENTA           PIC X(20).
               03  CSE-ANT-TIPO-CUENTA      PIC A(1).
               03  CSE-ANT-FORMA-PAGO       PIC A(1).
           02  CSE-NUEVO.
               03  CSE-NVO-SALARIO          PIC 9(8)V99.
               03  CSE-NVO-MONEDA           PIC A(1).
               03  CSE-NVO-DIVISA           PIC 9(8)V99.
               03  CSE-NVO-BANCO            PIC 9(4).
               03  CSE-NVO-CUENTA           PIC X(20).
               03  CSE-NVO-TIPO-CUENTA      PIC A(1).
               03  CSE-NVO-FORMA-PAGO       PIC A(1).
       *>  REGISTRO DEL INFORME DE PROYECCIÓN (LÍNEA DE TEXTO)
       FD  F-PROYECCION.
       01  REG-PROYECCION               PIC X(132).
       *> --------------------------------------------------------------
       WORKING-STORAGE SECTION.
       *> ESTRUCTURA PARA EL REGISTRO DE EMPLEADO ----------------------
           02  WS-DATOS-MONEDA.
               03  WS-MONEDA-SALARIO       PIC A(1).
               03  WS-SALARIO-DIVISA       PIC 9(8)V99.
           02  WS-DATOS-FRECUENCIA.
               03  WS-FRECUENCIA-PAGO      PIC A(1).
       *> COPIA "ANTES" DE UN EMPLEADO, PARA BITÁCORA/CONFIRMACIONES ---
       01  WS-EMPLEADO-ANTES.
           02  WS-CI-EMPLEADO-ANTES       PIC 9(8).
           02  WS-CODIGO-CARGO-ANT        PIC 9(3).
           02  WS-MONEDA-SALARIO-ANTES    PIC A(1).
           02  WS-SALARIO-DIVISA-ANTES    PIC 9(8)V99.
           02  WS-FRECUENCIA-PAGO-ANTES   PIC A(1).
       *> VARIABLES PARA MANEJO DE ESTADOS -----------------------------
       77  FS-EMPLEADOS       PIC XX.
       77  FS-EMPLEADOS-ANT   PIC XX.
       77  WS-CIERRE-CI-ULT           PIC 9(08).
       77  WS-CIERRE-OMITIR           PIC A(01).
       77  WS-CIERRE-ABIERTO          PIC A(01).
       *> PERÍODO DE PAGO SEGÚN LA FRECUENCIA QUE SE PROCESA: EL MES
       *> (WS-PERIODO-ACTUAL) MÁS LA QUINCENA (1-2) O LA SEMANA (1-5)
       *> DEL DÍA DE PROCESO; EL MES COMPLETO LLEVA SUBPERÍODO CERO
       77  WS-FRECUENCIA-NOMINA       PIC A(01) VALUE "M".
       77  WS-SUBPERIODO              PIC 9(02) VALUE ZERO.
       77  WS-ETIQUETA-PERIODO        PIC X(10).
       77  WS-FRECUENCIA-EMP          PIC A(01).
       77  WS-FRC-DIA                 PIC 9(02).
       77  WS-FRC-SUB                 PIC 9(02).
       77  WS-FRC-TOPE-DIAS           PIC 9(02).
       *> MES AAAAMM DEL PERÍODO DE PAGO CUYOS DÍAS SE CALCULAN
       01  WS-FRC-PERIODO             PIC 9(06).
       01  WS-FRC-PERIODO-PARTES REDEFINES WS-FRC-PERIODO.
           02  WS-FRC-ANNO            PIC 9(04).
           02  WS-FRC-MES             PIC 9(02).
       77  WS-FRC-COCIENTE            PIC 9(04).
       77  WS-FRC-RESTO-4             PIC 9(03).
       77  WS-FRC-RESTO-100           PIC 9(03).
       77  WS-FRC-RESTO-400           PIC 9(03).
       77  WS-FRC-MONTO               PIC 9(8)V99.
       77  WS-FRC-CALCULO             PIC 9(10)V9999.
       77  WS-FRC-RESULTADO           PIC 9(8)V99.
       77  WS-SALARIO-PERIODO         PIC 9(8)V99.
       77  WS-SSO-PERIODO             PIC 9(8)V99.
       77  WS-CUOTA-PERIODO           PIC 9(8)V99.
       77  WS-PAGO-PERIODO            PIC A(01).
       77  WS-CIERRE-FRECUENCIA       PIC A(01).
       77  WS-CIERRE-SUBPERIODO       PIC 9(02).
       *> QUINCENAS/SEMANAS YA CERRADAS DE UN MES (PARA SABER SI TODO
       *> LO PAGADO EN EL MES ESTÁ CERRADO)
       01  WS-TABLA-CIERRES-MES.
           02  WS-CMS-ENTRADA OCCURS 10 TIMES.
               03  WS-CMS-FRECUENCIA      PIC A(01).
               03  WS-CMS-SUBPERIODO      PIC 9(02).
       77  WS-CMS-CARGADOS            PIC 9(02) VALUE ZERO.
       77  WS-CMS-IDX                 PIC 9(02) VALUE ZERO.
       77  WS-CMS-HALLADO             PIC A(01).
       *> VARIABLES PARA EL HISTORIAL DE NÓMINA ---------------------------
       77  FS-HISTORIAL               PIC XX.
       77  WS-HISTORIAL-EOF           PIC 9(01) VALUE ZERO.
           88  HISTORIAL-EOF                     VALUE 1.
           88  HISTORIAL-NO-EOF                  VALUE 0.
       77  WS-HIST-PERIODO-EXISTE     PIC A(01).
       77  WS-HIST-FRECUENCIA         PIC A(01).
       77  WS-HIST-SUBPERIODO         PIC 9(02).
       77  WS-HIST-CONTADOR           PIC 9(06) VALUE ZERO.
       77  WS-HIST-ANNO               PIC 9(04).
       *> ACUMULADOS POR AÑO DEL HISTORIAL DE UNA CÉDULA (LA PRIMERA
               03  WS-ACUM-SSO          PIC 9(10)V99.
               03  WS-ACUM-OTRAS        PIC 9(10)V99.
               03  WS-ACUM-AUSENCIAS    PIC 9(10)V99.
               03  WS-ACUM-ASIGNACIONES PIC 9(10)V99.
               03  WS-ACUM-NETO         PIC S9(10)V99.
       77  WS-ACUM-TOTAL-ANNOS        PIC 9(02) VALUE ZERO.
       77  WS-ACUM-IDX                PIC 9(02).
       77  WS-PRS-ABONADOS            PIC 9(06) VALUE ZERO.
       77  WS-PRS-OMITIDOS            PIC 9(06) VALUE ZERO.
       77  WS-PRS-TOTAL-ABONO         PIC 9(12)V99 VALUE ZERO.
       *> BASE DEL ABONO: PROMEDIO MENSUAL DEVENGADO EN EL TRIMESTRE
       77  WS-PRS-DESDE               PIC 9(06).
       77  WS-PRS-DEVENGADO           PIC 9(12)V99.
       77  WS-PRS-MESES               PIC 9(02).
       77  WS-PRS-ULTIMO-PERIODO      PIC 9(06).
       77  WS-PRS-SALARIO-BASE        PIC 9(8)V99.
       77  WS-LINEA-ESTCTA            PIC X(100).
       *> VARIABLES PARA DEPARTAMENTOS Y CARGOS ---------------------------
       77  FS-DEPARTAMENTOS           PIC XX.
           88  CARGOS-EOF                        VALUE 1.
           88  CARGOS-NO-EOF                     VALUE 0.
       *> TABLA EN MEMORIA DE DEPARTAMENTOS.TXT. LOS CAMPOS WS-DEP-SUB-*
       *> ACUMULAN EL COSTO DE NÓMINA POR CENTRO DE COSTO EN LA CORRIDA
       *> (Y LOS APORTES PATRONALES EN LA CORRIDA DE APORTES).
       01  WS-TABLA-DEPARTAMENTOS.
           02  WS-DEP-ENTRADA OCCURS 30 TIMES.
               03  WS-DEP-CODIGO        PIC 9(3).
               03  WS-DEP-SUB-EMPLEADOS PIC 9(06).
               03  WS-DEP-SUB-SALARIO   PIC 9(10)V99.
               03  WS-DEP-SUB-NETO      PIC S9(10)V99.
               03  WS-DEP-SUB-IVSS      PIC 9(10)V99.
               03  WS-DEP-SUB-RPE       PIC 9(10)V99.
               03  WS-DEP-SUB-FAOV      PIC 9(10)V99.
               03  WS-DEP-SUB-INCES     PIC 9(10)V99.
       77  WS-DEP-CARGADOS            PIC 9(02) VALUE ZERO.
       77  WS-DEP-IDX                 PIC 9(02).
       77  WS-DEP-HALLADO             PIC A(01).
       77  WS-DEP-SIN-EMPLEADOS       PIC 9(06) VALUE ZERO.
       77  WS-DEP-SIN-SALARIO         PIC 9(10)V99 VALUE ZERO.
       77  WS-DEP-SIN-NETO            PIC S9(10)V99 VALUE ZERO.
       77  WS-DEP-SIN-IVSS            PIC 9(10)V99 VALUE ZERO.
       77  WS-DEP-SIN-RPE             PIC 9(10)V99 VALUE ZERO.
       77  WS-DEP-SIN-FAOV            PIC 9(10)V99 VALUE ZERO.
       77  WS-DEP-SIN-INCES           PIC 9(10)V99 VALUE ZERO.
       *> FILTRO POR DEPARTAMENTO DEL INFORME
       77  WS-USAR-FILTRO-DEP         PIC A(01) VALUE "N".
       77  WS-FILTRO-DEP              PIC 9(03).
       *> DÍAS A DESCONTAR Y MONTO DEL DESCUENTO DEL EMPLEADO EN CURSO
       77  WS-AUS-DIAS-DESCUENTO      PIC 9(03).
       77  WS-MONTO-AUSENCIAS         PIC 9(8)V99.
       *> SALARIO DEL PERÍODO YA PRORRATEADO POR DÍAS TRABAJADOS Y CON
       *> LAS ASIGNACIONES VARIABLES SUMADAS: ES LA BASE DE LOS
       *> CONCEPTOS PORCENTUALES Y DEL NETO
       77  WS-SALARIO-PAGADO          PIC 9(8)V99.
       *> VARIABLES PARA LAS ASIGNACIONES VARIABLES DEL PERÍODO ----------
       77  FS-ASIGNACIONES            PIC XX.
       77  WS-ASIGNACIONES-EOF        PIC 9(01) VALUE ZERO.
           88  ASIGNACIONES-EOF                  VALUE 1.
           88  ASIGNACIONES-NO-EOF               VALUE 0.
       77  WS-ASG-TIPO                PIC A(01).
       77  WS-ASG-CANTIDAD            PIC 9(3)V99.
       77  WS-ASG-MONTO               PIC 9(8)V99.
       77  WS-ASG-DIA                 PIC 9(02).
       77  WS-ASG-MES                 PIC 9(02).
       77  WS-ASG-ANNO                PIC 9(04).
       *> RECARGOS DE LA LOTTT SOBRE EL VALOR DE LA HORA O DEL DÍA:
       *> HORA EXTRA = HORA + 50%, BONO NOCTURNO = 30% DE LA HORA,
       *> FERIADO TRABAJADO = 150% DEL DÍA (ADEMÁS DEL SALARIO DEL MES,
       *> QUE YA INCLUYE ESE DÍA). LA JORNADA ES DE 8 HORAS.
       77  WS-ASG-FACTOR-EXTRA        PIC 9(1)V99 VALUE 1.50.
       77  WS-ASG-FACTOR-NOCTURNO     PIC 9(1)V99 VALUE 0.30.
       77  WS-ASG-FACTOR-FERIADO      PIC 9(1)V99 VALUE 1.50.
       77  WS-ASG-HORAS-JORNADA       PIC 9(02) VALUE 8.
       77  WS-SALARIO-HORA            PIC 9(8)V9999.
       77  WS-CALCULO-ASIGNACION      PIC 9(12)V9999.
       *> NOVEDADES DEL EMPLEADO EN CURSO YA VALORADAS (PARA SU LÍNEA
       *> PROPIA EN NOMINA.TXT Y EN EL RECIBO) Y SU TOTAL
       01  WS-TABLA-ASIGNACIONES.
           02  WS-ASG-ENTRADA OCCURS 30 TIMES.
               03  WS-ASG-ENT-TIPO      PIC A(1).
               03  WS-ASG-ENT-CANTIDAD  PIC 9(3)V99.
               03  WS-ASG-ENT-MONTO     PIC 9(8)V99.
       77  WS-ASG-CARGADAS            PIC 9(02) VALUE ZERO.
       77  WS-ASG-IDX                 PIC 9(02).
       77  WS-ASG-DESCRIPCION         PIC X(20).
       77  WS-MONTO-ASIGNACIONES      PIC 9(8)V99 VALUE ZERO.
       77  WS-TOT-ASIGNACIONES        PIC 9(10)V99 VALUE ZERO.
       *> VARIABLES PARA LOS APORTES PATRONALES -------------------------
       77  FS-APORTES                 PIC XX.
       77  FS-TIUNA                   PIC XX.
       77  FS-BANAVIH                 PIC XX.
       77  WS-LINEA-APORTES           PIC X(100).
       77  WS-APO-PERIODO             PIC 9(06).
       77  WS-APO-ANNO                PIC 9(04).
       77  WS-APO-MES                 PIC 9(02).
       *> NIVEL DE RIESGO DE LA EMPRESA ANTE EL IVSS: 1=MÍNIMO (9%),
       *> 2=MEDIO (10%), 3=MÁXIMO (11%)
       77  WS-APO-RIESGO              PIC 9(01).
       77  WS-APO-SALARIO-MINIMO      PIC 9(8)V99.
       *> LA BASE DE COTIZACIÓN DEL IVSS Y DEL RPE SE TOPA EN CINCO
       *> SALARIOS MÍNIMOS; FAOV E INCES COTIZAN SOBRE TODO EL SALARIO
       77  WS-APO-SALARIOS-TOPE       PIC 9(02) VALUE 5.
       77  WS-APO-TOPE-IVSS           PIC 9(10)V99.
       *> TASAS LEGALES (%) DEL PATRONO Y DEL TRABAJADOR
       77  WS-APO-TASA-IVSS-PAT       PIC 9(2)V99.
       77  WS-APO-TASA-IVSS-TRAB      PIC 9(2)V99 VALUE 4.00.
       77  WS-APO-TASA-RPE-PAT        PIC 9(2)V99 VALUE 2.00.
       77  WS-APO-TASA-RPE-TRAB       PIC 9(2)V99 VALUE 0.50.
       77  WS-APO-TASA-FAOV-PAT       PIC 9(2)V99 VALUE 2.00.
       77  WS-APO-TASA-FAOV-TRAB      PIC 9(2)V99 VALUE 1.00.
       77  WS-APO-TASA-INCES-PAT      PIC 9(2)V99 VALUE 2.00.
       *> CÁLCULO DE UN APORTE: WS-APO-MONTO = WS-APO-BASE-CALC *
       *> WS-APO-TASA-CALC / 100
       77  WS-APO-BASE-CALC           PIC 9(10)V99.
       77  WS-APO-TASA-CALC           PIC 9(2)V99.
       77  WS-APO-CALCULO             PIC 9(12)V9999.
       77  WS-APO-MONTO               PIC 9(8)V99.
       *> APORTES DEL EMPLEADO EN CURSO
       77  WS-APO-PAGOS               PIC 9(04).
       77  WS-APO-SALARIO             PIC 9(10)V99.
       77  WS-APO-BASE-IVSS           PIC 9(10)V99.
       77  WS-APO-IVSS-PAT            PIC 9(8)V99.
       77  WS-APO-IVSS-TRAB           PIC 9(8)V99.
       77  WS-APO-RPE-PAT             PIC 9(8)V99.
       77  WS-APO-RPE-TRAB            PIC 9(8)V99.
       77  WS-APO-FAOV-PAT            PIC 9(8)V99.
       77  WS-APO-FAOV-TRAB           PIC 9(8)V99.
       77  WS-APO-INCES-PAT           PIC 9(8)V99.
       77  WS-APO-TOTAL-PAT           PIC 9(10)V99.
       *> TOTALES DE LA CORRIDA (SON TAMBIÉN LOS TOTALES DE CONTROL DE
       *> TIUNA.TXT Y BANAVIH.TXT)
       01  WS-APO-TOTALES.
           02  WS-APO-TOT-TRABAJADORES PIC 9(06).
           02  WS-APO-TOT-SALARIO     PIC 9(12)V99.
           02  WS-APO-TOT-BASE-IVSS   PIC 9(12)V99.
           02  WS-APO-TOT-IVSS-PAT    PIC 9(12)V99.
           02  WS-APO-TOT-IVSS-TRAB   PIC 9(12)V99.
           02  WS-APO-TOT-RPE-PAT     PIC 9(12)V99.
           02  WS-APO-TOT-RPE-TRAB    PIC 9(12)V99.
           02  WS-APO-TOT-FAOV-PAT    PIC 9(12)V99.
           02  WS-APO-TOT-FAOV-TRAB   PIC 9(12)V99.
           02  WS-APO-TOT-INCES-PAT   PIC 9(12)V99.
           02  WS-APO-TOT-PATRONAL    PIC 9(12)V99.
       77  WS-APO-SUB-TOTAL           PIC 9(12)V99.
       *> VARIABLES PARA LAS UTILIDADES DE FIN DE AÑO ---------------------
       77  FS-UTILIDADES              PIC XX.
       77  FS-RECIBOS-UTIL            PIC XX.
       77  WS-UTIL-HASTA              PIC 9(06).
       77  WS-UTIL-DEVENGADO          PIC 9(12)V99.
       77  WS-UTIL-MESES              PIC 9(02).
       77  WS-UTIL-ULTIMO-PERIODO     PIC 9(06).
       77  WS-UTIL-CALCULO            PIC 9(14)V99.
       77  WS-UTIL-MONTO              PIC 9(10)V99.
       77  WS-UTIL-CONTADOR           PIC 9(06) VALUE ZERO.
       77  WS-UTIL-CHEQUES-CONT       PIC 9(06) VALUE ZERO.
       77  WS-UTIL-TOTAL              PIC 9(12)V99 VALUE ZERO.
       77  WS-LINEA-UTILIDADES        PIC X(100).
       *> VARIABLES PARA LA NÓMINA DE RETROACTIVOS ------------------------
       77  FS-RETROACTIVOS            PIC XX.
       77  FS-NOMINA-RETRO            PIC XX.
       77  FS-RECIBOS-RETRO           PIC XX.
       77  FS-BANCO-RETRO             PIC XX.
       77  WS-RETROACTIVOS-EOF        PIC 9(01) VALUE ZERO.
           88  RETROACTIVOS-EOF                  VALUE 1.
           88  RETROACTIVOS-NO-EOF               VALUE 0.
       77  WS-LINEA-RETRO             PIC X(100).
       *> FECHA DE VIGENCIA DEL DECRETO; EN LA FORMA AAAAMMDD
       *> (WS-RTR-DECRETO) IDENTIFICA AL DECRETO EN RETROACTIVOS.TXT Y
       *> EN EL HISTORIAL
       77  WS-RTR-VIG-DIA             PIC 9(02).
       77  WS-RTR-VIG-MES             PIC 9(02).
       77  WS-RTR-VIG-ANNO            PIC 9(04).
       77  WS-RTR-DECRETO             PIC 9(08).
       77  WS-RTR-HOY                 PIC 9(08).
       *> MESES A RELIQUIDAR: DESDE EL MES DE VIGENCIA HASTA EL ÚLTIMO
       *> MES PAGADO CON EL SALARIO ANTERIOR; EL RETROACTIVO SE PAGA EN
       *> EL PERÍODO EN CURSO (WS-RTR-PERIODO)
       77  WS-RTR-DESDE               PIC 9(06).
       77  WS-RTR-HASTA               PIC 9(06).
       77  WS-RTR-HASTA-ANNO          PIC 9(04).
       77  WS-RTR-HASTA-MES           PIC 9(02).
       77  WS-RTR-PERIODO             PIC 9(06).
       77  WS-RTR-VALIDO              PIC A(01).
       77  WS-RTR-YA-PAGADO           PIC A(01).
       77  WS-RTR-ANNO-ARCH           PIC 9(04).
       *> TOPE DEL EGRESADO: MES Y DÍA DE SU FECHA DE EGRESO (SIN TOPE
       *> PARA LOS ACTIVOS)
       77  WS-RTR-EGRESO-PERIODO      PIC 9(06).
       77  WS-RTR-EGRESO-DIA          PIC 9(02).
       *> RELIQUIDACIÓN DE UN PAGO DEL HISTORIAL (CARGADO EN
       *> WS-ARC-REGISTRO): DÍAS DEL PERÍODO ALCANZADOS POR EL DECRETO
       *> SOBRE EL MES COMERCIAL DE 30 DÍAS Y DIFERENCIAS RESULTANTES
       77  WS-RTR-ANNO-PER            PIC 9(04).
       77  WS-RTR-MES-PER             PIC 9(02).
       77  WS-RTR-FRECUENCIA          PIC A(01).
       77  WS-RTR-SUBPERIODO          PIC 9(02).
       77  WS-RTR-SALARIO-NUEVO       PIC 9(8)V99.
       77  WS-RTR-DIA-INICIO          PIC 9(02).
       77  WS-RTR-DIA-FIN             PIC 9(02).
       77  WS-RTR-DIAS                PIC 9(02).
       77  WS-RTR-CALCULO             PIC 9(12)V9999.
       77  WS-RTR-DIF-SALARIO         PIC 9(8)V99.
       77  WS-RTR-DIF-AUSENCIAS       PIC 9(8)V99.
       *> PERÍODOS RELIQUIDADOS DEL EMPLEADO EN CURSO, PARA EL DETALLE
       *> DEL LISTADO Y DEL RECIBO (LOS QUE EXCEDAN LA TABLA SE SUMAN
       *> IGUAL Y SE CUENTAN EN WS-RTR-SIN-DETALLE)
       01  WS-TABLA-RETRO.
           02  WS-RTR-ENTRADA OCCURS 120 TIMES.
               03  WS-RTR-ENT-PERIODO     PIC 9(06).
               03  WS-RTR-ENT-FRECUENCIA  PIC A(01).
               03  WS-RTR-ENT-SUBPERIODO  PIC 9(02).
               03  WS-RTR-ENT-PAGADO      PIC 9(8)V99.
               03  WS-RTR-ENT-NUEVO       PIC 9(8)V99.
               03  WS-RTR-ENT-DIAS        PIC 9(02).
               03  WS-RTR-ENT-DIFERENCIA  PIC 9(8)V99.
       77  WS-RTR-CARGADOS            PIC 9(03) VALUE ZERO.
       77  WS-RTR-IDX                 PIC 9(03).
       77  WS-RTR-SIN-DETALLE         PIC 9(03) VALUE ZERO.
       *> TOTALES DEL EMPLEADO EN CURSO
       77  WS-RTR-TOT-SALARIO         PIC 9(8)V99.
       77  WS-RTR-TOT-AUSENCIAS       PIC 9(8)V99.
       77  WS-RTR-DEVENGADO           PIC 9(8)V99.
       77  WS-RTR-DEDUCCIONES         PIC 9(8)V99.
       77  WS-RTR-NETO                PIC 9(8)V99.
       *> TOTALES DE LA CORRIDA
       77  WS-RTR-CONTADOR            PIC 9(06) VALUE ZERO.
       77  WS-RTR-YA-PAGADOS          PIC 9(06) VALUE ZERO.
       77  WS-RTR-BANCO-CONT          PIC 9(06) VALUE ZERO.
       77  WS-RTR-CHEQUES-CONT        PIC 9(06) VALUE ZERO.
       77  WS-RTR-TOTAL-DEVENGADO     PIC 9(12)V99 VALUE ZERO.
       77  WS-RTR-TOTAL-DEDUCCIONES   PIC 9(12)V99 VALUE ZERO.
       77  WS-RTR-TOTAL-NETO          PIC 9(12)V99 VALUE ZERO.
       *> VARIABLES PARA LAS RETENCIONES DE ISLR (AR-C Y SENIAT) ----------
       77  FS-ARC                     PIC XX.
       77  FS-SENIAT                  PIC XX.
       77  WS-LINEA-ARC               PIC X(100).
       77  WS-ISLR-CONCEPTO           PIC 9(03) VALUE ZERO.
       77  WS-ISLR-DESCRIPCION        PIC X(30).
       77  WS-ISLR-VALIDO             PIC A(01).
       77  WS-ISLR-ANNO               PIC 9(04) VALUE ZERO.
       77  WS-ISLR-PERIODO            PIC 9(06) VALUE ZERO.
       77  WS-ISLR-MES-DECL           PIC 9(02).
       77  WS-ISLR-CI-FILTRO          PIC 9(08) VALUE ZERO.
       77  WS-ISLR-ANNO-PER           PIC 9(04).
       77  WS-ISLR-MES-PER            PIC 9(02).
       77  WS-ISLR-CON-IDX            PIC 9(02).
       77  WS-ISLR-PAGOS              PIC 9(04).
       *> PAGADO Y RETENIDO POR MES DEL AÑO FISCAL DEL EMPLEADO EN
       *> CURSO (EL MES 13 SON LAS UTILIDADES, PERÍODO AAAA13)
       01  WS-TABLA-ISLR-MES.
           02  WS-ISLR-MES OCCURS 13 TIMES.
               03  WS-ISLR-MES-PAGADO     PIC 9(10)V99.
               03  WS-ISLR-MES-RETENIDO   PIC 9(10)V99.
       77  WS-ISLR-MES-IDX            PIC 9(02).
       77  WS-ISLR-MES-ETIQUETA       PIC X(02).
       77  WS-ISLR-PAGADO             PIC 9(12)V99.
       77  WS-ISLR-RETENIDO           PIC 9(12)V99.
       77  WS-ISLR-TASA               PIC 9(03)V99.
       77  WS-ISLR-CALCULO            PIC 9(14)V99.
       77  WS-ISLR-ACUM-PAGADO        PIC 9(12)V99.
       77  WS-ISLR-ACUM-RETENIDO      PIC 9(12)V99.
       77  WS-ISLR-EMPLEADOS          PIC 9(06).
       77  WS-ISLR-TOT-PAGADO         PIC 9(12)V99.
       77  WS-ISLR-TOT-RETENIDO       PIC 9(12)V99.
       *> VARIABLES PARA EL ASIENTO CONTABLE DE LA NÓMINA -----------------
       77  FS-CUENTAS                 PIC XX.
       77  FS-ASIENTO                 PIC XX.
       77  FS-ASIENTOS                PIC XX.
       77  WS-CUENTAS-EOF             PIC 9(01) VALUE ZERO.
           88  CUENTAS-EOF                       VALUE 1.
       77  WS-ASIENTOS-EOF            PIC 9(01) VALUE ZERO.
           88  ASIENTOS-EOF                      VALUE 1.
       77  WS-FIN-CUENTAS             PIC 9(01) VALUE ZERO.
       77  WS-CTA-OPCION              PIC 9(01).
       *> CATÁLOGO DE CUENTAS CARGADO DESDE CUENTAS.TXT
       01  WS-TABLA-CUENTAS.
           02  WS-CTA-ENTRADA OCCURS 80 TIMES.
               03  WS-CTA-TIPO            PIC A(01).
               03  WS-CTA-CLAVE           PIC 9(03).
               03  WS-CTA-CUENTA          PIC X(20).
               03  WS-CTA-DESCRIPCION     PIC X(30).
       77  WS-CTA-CARGADAS            PIC 9(03) VALUE ZERO.
       77  WS-CTA-IDX                 PIC 9(03).
       77  WS-CTA-HALLADA             PIC A(01).
       *> PARTIDAS DEL ASIENTO ACUMULADAS POR TIPO Y CLAVE, CON LA
       *> CUENTA QUE LES TOCA EN EL CATÁLOGO
       01  WS-TABLA-ASIENTO.
           02  WS-AST-ENTRADA OCCURS 60 TIMES.
               03  WS-AST-TIPO            PIC A(01).
               03  WS-AST-CLAVE           PIC 9(03).
               03  WS-AST-MONTO           PIC S9(12)V99.
               03  WS-AST-CUENTA          PIC X(20).
               03  WS-AST-DESCRIPCION     PIC X(30).
       77  WS-AST-CARGADAS            PIC 9(03) VALUE ZERO.
       77  WS-AST-IDX                 PIC 9(03).
       77  WS-AST-HALLADA             PIC A(01).
       77  WS-AST-DESBORDE            PIC A(01).
       77  WS-AST-SUMAR-TIPO          PIC A(01).
       77  WS-AST-SUMAR-CLAVE         PIC 9(03).
       77  WS-AST-SUMAR-MONTO         PIC S9(12)V99.
       77  WS-AST-PERIODO             PIC 9(06) VALUE ZERO.
       77  WS-AST-FRECUENCIA          PIC A(01) VALUE SPACE.
       77  WS-AST-SUBPERIODO          PIC 9(02) VALUE ZERO.
       77  WS-AST-ANNO                PIC 9(04).
       77  WS-AST-MES                 PIC 9(02).
       77  WS-AST-VALIDO              PIC A(01).
       77  WS-AST-CONTABILIZADO       PIC A(01).
       77  WS-AST-DEPARTAMENTO        PIC 9(03).
       77  WS-AST-MEDIO-PAGO          PIC A(01).
       77  WS-AST-PAGOS               PIC 9(04).
       77  WS-AST-EMPLEADOS           PIC 9(06).
       77  WS-AST-DETALLADO           PIC 9(10)V99.
       77  WS-AST-CON-IDX             PIC 9(02).
       77  WS-AST-SIN-CUENTA          PIC 9(03).
       77  WS-AST-LADO                PIC A(01).
       77  WS-AST-PASADA              PIC A(01).
       77  WS-AST-IMPORTE             PIC 9(12)V99.
       77  WS-AST-LINEA               PIC 9(04).
       77  WS-AST-FECHA               PIC 9(08).
       77  WS-AST-TOTAL-DEBE          PIC 9(14)V99.
       77  WS-AST-TOTAL-HABER         PIC 9(14)V99.
       77  WS-AST-DIFERENCIA          PIC S9(14)V99.
       *> VARIABLES PARA EMBARGOS Y PENSIONES DE ALIMENTOS ---------------
       77  FS-EMBARGOS                PIC XX.
       77  FS-EMB-RETENIDOS           PIC XX.
       77  FS-REMESAS                 PIC XX.
       77  WS-EMBARGOS-EOF            PIC 9(01) VALUE ZERO.
           88  EMBARGOS-EOF                      VALUE 1.
       77  WS-EMB-RETENIDOS-EOF       PIC 9(01) VALUE ZERO.
           88  EMB-RETENIDOS-EOF                 VALUE 1.
       77  WS-FIN-EMBARGOS            PIC 9(01).
       77  WS-EMB-OPCION              PIC 9(01).
       *> TOPE LEGAL: PORCENTAJE DEL PAGO DISPONIBLE DEL PERÍODO
       *> (DEVENGADO MENOS SSO Y CONCEPTOS) QUE PUEDEN RETENER ENTRE
       *> TODOS LOS EMBARGOS DEL EMPLEADO
       77  WS-EMB-TOPE-PORCENTAJE     PIC 9(03)V99 VALUE 50.
       77  WS-EMB-DISPONIBLE          PIC S9(8)V99.
       77  WS-EMB-TOPE                PIC 9(8)V99.
       77  WS-EMB-CALCULO             PIC 9(12)V99.
       77  WS-MONTO-EMBARGOS          PIC 9(8)V99 VALUE ZERO.
       77  WS-EMB-NO-RETENIDO         PIC 9(8)V99 VALUE ZERO.
       77  WS-EMB-VENTANA-DESDE       PIC 9(08).
       77  WS-EMB-VENTANA-HASTA       PIC 9(08).
       77  WS-EMB-DIA-DESDE           PIC 9(02).
       77  WS-EMB-DIA-HASTA           PIC 9(02).
       77  WS-EMB-EXPEDIENTE          PIC X(20).
       77  WS-EMB-FECHA-HOY           PIC 9(08).
       01  WS-EMB-FECHA-VAL           PIC 9(08).
       01  WS-EMB-FECHA-PARTES REDEFINES WS-EMB-FECHA-VAL.
           02  WS-EMB-F-ANNO          PIC 9(04).
           02  WS-EMB-F-MES           PIC 9(02).
           02  WS-EMB-F-DIA           PIC 9(02).
       77  WS-TOT-EMBARGOS            PIC 9(10)V99.
       77  WS-TOT-NO-RETENIDO         PIC 9(10)V99.
       *> EMBARGOS VIGENTES DEL EMPLEADO EN CURSO
       01  WS-TABLA-EMB-EMPLEADO.
           02  WS-EME-ENTRADA OCCURS 10 TIMES.
               03  WS-EME-EXPEDIENTE      PIC X(20).
               03  WS-EME-TRIBUNAL        PIC X(40).
               03  WS-EME-BENEFICIARIO    PIC X(40).
               03  WS-EME-TIPO            PIC A(01).
               03  WS-EME-VALOR           PIC 9(8)V99.
               03  WS-EME-PRIORIDAD       PIC 9(02).
               03  WS-EME-ORDENADO        PIC 9(8)V99.
               03  WS-EME-RETENIDO        PIC 9(8)V99.
               03  WS-EME-APLICADO        PIC A(01).
       77  WS-EME-CARGADOS            PIC 9(02) VALUE ZERO.
       77  WS-EME-IDX                 PIC 9(02).
       77  WS-EME-ELEGIDO             PIC 9(02).
       *> EMBARGOS.TXT COMPLETO PARA EL MANTENIMIENTO (MISMO ORDEN DE
       *> CAMPOS QUE REG-EMBARGO)
       01  WS-TABLA-EMBARGOS.
           02  WS-EMT-ENTRADA OCCURS 500 TIMES.
               03  WS-EMT-CI-EMPLEADO     PIC 9(08).
               03  WS-EMT-EXPEDIENTE      PIC X(20).
               03  WS-EMT-TRIBUNAL        PIC X(40).
               03  WS-EMT-BENEFICIARIO    PIC X(40).
               03  WS-EMT-TIPO            PIC A(01).
               03  WS-EMT-VALOR           PIC 9(8)V99.
               03  WS-EMT-FECHA-DESDE     PIC 9(08).
               03  WS-EMT-FECHA-HASTA     PIC 9(08).
               03  WS-EMT-PRIORIDAD       PIC 9(02).
               03  WS-EMT-ESTADO          PIC A(01).
       77  WS-EMT-CARGADOS            PIC 9(03).
       77  WS-EMT-IDX                 PIC 9(03).
       77  WS-EMT-HALLADO             PIC A(01).
       *> REMESA MENSUAL: RETENCIONES DEL MES POR TRIBUNAL Y
       *> BENEFICIARIO
       77  WS-REM-PERIODO             PIC 9(06) VALUE ZERO.
       77  WS-REM-ANNO                PIC 9(04).
       77  WS-REM-MES                 PIC 9(02).
       77  WS-LINEA-REMESA            PIC X(132).
       01  WS-TABLA-REMESA.
           02  WS-REM-ENTRADA OCCURS 50 TIMES.
               03  WS-REM-TRIBUNAL        PIC X(40).
               03  WS-REM-BENEFICIARIO    PIC X(40).
               03  WS-REM-RETENIDO        PIC 9(10)V99.
               03  WS-REM-NO-RETENIDO     PIC 9(10)V99.
       77  WS-REM-CARGADAS            PIC 9(02).
       77  WS-REM-IDX                 PIC 9(02).
       77  WS-REM-HALLADA             PIC A(01).
       77  WS-REM-FALTANTE            PIC 9(8)V99.
       77  WS-REM-TOT-RETENIDO        PIC 9(12)V99.
       77  WS-REM-TOT-NO-RETENIDO     PIC 9(12)V99.
       *> VARIABLES PARA LA PRE-NÓMINA Y SU APROBACIÓN -------------------
       77  FS-PRENOMINA               PIC XX.
       77  FS-PRENOM-CONTROL          PIC XX.
       77  WS-PRENOM-CONTROL-EOF      PIC 9(01) VALUE ZERO.
           88  PRENOM-CONTROL-EOF                VALUE 1.
       77  WS-LINEA-PRENOMINA         PIC X(132).
       *> UMBRALES DE VARIACIÓN (PORCENTAJE ENTERO) CONTRA EL ÚLTIMO
       *> PAGO: EL DEL BRUTO Y EL NETO, Y EL DE LA TASA DE CAMBIO. SE
       *> PIDEN EN CADA CORRIDA; EN CERO SE TOMA EL VALOR POR DEFECTO
       77  WS-PRE-UMBRAL-DEFECTO      PIC 9(03) VALUE 10.
       77  WS-PRE-UMBRAL-TASA-DEFECTO PIC 9(03) VALUE 10.
       77  WS-PRE-UMBRAL              PIC 9(03) VALUE ZERO.
       77  WS-PRE-UMBRAL-TASA         PIC 9(03) VALUE ZERO.
       77  WS-PRE-UMBRAL-APLICADO     PIC 9(03).
       *> CLAVE AAAAMMSS (PERÍODO + QUINCENA O SEMANA) QUE ORDENA LOS
       *> PAGOS DEL HISTORIAL; LA ANTERIOR ES EL ÚLTIMO PERÍODO PAGADO
       *> CON LA FRECUENCIA DE LA CORRIDA
       77  WS-PRE-CLAVE-ACTUAL        PIC 9(08).
       77  WS-PRE-CLAVE-HIST          PIC 9(08).
       77  WS-PRE-CLAVE-ANTERIOR      PIC 9(08).
       77  WS-PRE-HIST-ANNO           PIC 9(04).
       77  WS-PRE-HIST-MES            PIC 9(02).
       77  WS-PRE-CI-BUSCADA          PIC 9(08).
       77  WS-PRE-BRUTO-ANT           PIC 9(08)V99.
       77  WS-PRE-NETO-ANT            PIC S9(08)V99.
       77  WS-PRE-TASA-ANT            PIC 9(08)V9999.
       77  WS-PRE-VAL-ACTUAL          PIC S9(10)V9999.
       77  WS-PRE-VAL-ANTERIOR        PIC S9(10)V9999.
       77  WS-PRE-VARIACION           PIC S9(07)V99.
       77  WS-PRE-VARIACION-ABS       PIC 9(07)V99.
       77  WS-PRE-SOBRE-UMBRAL        PIC A(01).
       77  WS-PRE-VAR-BRUTO-ED        PIC -(7)9.99.
       77  WS-PRE-VAR-NETO-ED         PIC -(7)9.99.
       77  WS-PRE-VAR-TASA-ED         PIC -(7)9.99.
       77  WS-PRE-FLAG-BRUTO          PIC A(01).
       77  WS-PRE-FLAG-NETO           PIC A(01).
       77  WS-PRE-FLAG-TASA           PIC A(01).
       77  WS-PRE-ALERTA              PIC X(70).
       77  WS-PRE-ALERTAS-EMP         PIC 9(02).
       77  WS-PRE-TOT-EMPLEADOS       PIC 9(06).
       77  WS-PRE-TOT-CON-ALERTA      PIC 9(06).
       77  WS-PRE-TOT-ALERTAS         PIC 9(06).
       77  WS-PRE-TOT-NUEVOS          PIC 9(06).
       77  WS-PRE-TOT-AUSENTES        PIC 9(06).
       77  WS-PRE-TOT-BRUTO           PIC 9(12)V99.
       77  WS-PRE-TOT-NETO            PIC S9(12)V99.
       77  WS-PRE-TOT-BRUTO-ANT       PIC 9(12)V99.
       77  WS-PRE-TOT-NETO-ANT        PIC S9(12)V99.
       *> ÚLTIMO PAGO DE CADA CÉDULA EN EL HISTORIAL ANTES DEL
       *> PERÍODO EN CURSO (NÓMINA ORDINARIA; LOS RETROACTIVOS Y LAS
       *> UTILIDADES NO CUENTAN COMO PERÍODO PAGADO)
       01  WS-TABLA-PRE-ANTERIOR.
           02  WS-PRA-ENTRADA OCCURS 500 TIMES.
               03  WS-PRA-CI              PIC 9(08).
               03  WS-PRA-CLAVE           PIC 9(08).
               03  WS-PRA-FRECUENCIA      PIC A(01).
               03  WS-PRA-BRUTO           PIC 9(08)V99.
               03  WS-PRA-NETO            PIC S9(08)V99.
               03  WS-PRA-MONEDA          PIC A(01).
               03  WS-PRA-TASA            PIC 9(08)V9999.
               03  WS-PRA-INCLUIDO        PIC A(01).
       77  WS-PRA-CARGADOS            PIC 9(03) VALUE ZERO.
       77  WS-PRA-IDX                 PIC 9(03).
       77  WS-PRA-HALLADO             PIC A(01).
       77  WS-PRA-EXCEDIDO            PIC A(01).
       *> TOTALES DE LA PRE-NÓMINA POR DEPARTAMENTO, EN LA MISMA
       *> POSICIÓN QUE WS-DEP-ENTRADA; LA ENTRADA 31 ACUMULA A LOS
       *> EMPLEADOS SIN DEPARTAMENTO
       01  WS-TABLA-PRE-DEP.
           02  WS-PRD-ENTRADA OCCURS 31 TIMES.
               03  WS-PRD-EMPLEADOS       PIC 9(06).
               03  WS-PRD-ALERTAS         PIC 9(06).
               03  WS-PRD-BRUTO           PIC 9(10)V99.
               03  WS-PRD-NETO            PIC S9(10)V99.
               03  WS-PRD-BRUTO-ANT       PIC 9(10)V99.
               03  WS-PRD-NETO-ANT        PIC S9(10)V99.
       77  WS-PRD-IDX                 PIC 9(02).
       77  WS-PRD-NOMBRE              PIC X(30).
       *> ESTADO DE LA PRE-NÓMINA DEL PERÍODO EN PRENOMAP.TXT: "N" SIN
       *> PRE-NÓMINA, "C" CALCULADA Y PENDIENTE, "A" APROBADA. UNA
       *> PRE-NÓMINA CALCULADA DESPUÉS DE LA APROBACIÓN LA DEJA SIN
       *> EFECTO HASTA QUE SE APRUEBE DE NUEVO
       77  WS-PRE-ESTADO              PIC A(01).
       77  WS-PRE-CALC-USUARIO        PIC X(10).
       77  WS-PRE-CALC-EMPLEADOS      PIC 9(06).
       77  WS-PRE-CALC-ALERTAS        PIC 9(06).
       77  WS-PRE-CALC-NETO           PIC S9(12)V99.
       77  WS-PRE-APROB-USUARIO       PIC X(10).
       77  WS-PRE-APROB-NETO          PIC S9(12)V99.
       77  WS-PRE-TOTAL-BANCO         PIC S9(12)V99.
       77  WS-PRE-NETO-VIGENTE        PIC A(01).
       *> VARIABLES PARA LOS CAMBIOS SENSIBLES CON DOBLE CONTROL -------
       77  FS-CAMBIOS                 PIC XX.
       77  WS-CAMBIOS-EOF             PIC 9(01) VALUE ZERO.
           88  CAMBIOS-EOF                       VALUE 1.
       77  WS-FIN-CAMBIOS             PIC 9(01).
       *> TABLA EN MEMORIA DE CAMBIOS.TXT (MISMO LAYOUT QUE
       *> REG-CAMBIO-SENSIBLE) PARA RESOLVERLOS Y REESCRIBIR EL ARCHIVO
       01  WS-TABLA-CAMBIOS.
           02  WS-CPT-ENTRADA OCCURS 500 TIMES.
               03  WS-CPT-NUMERO          PIC 9(08).
               03  WS-CPT-CI              PIC 9(08).
               03  WS-CPT-ESTADO          PIC A(01).
               03  WS-CPT-PROPUESTO-POR   PIC X(10).
               03  WS-CPT-FECHA-PROPUESTA PIC 9(08).
               03  WS-CPT-RESUELTO-POR    PIC X(10).
               03  WS-CPT-FECHA-RESOLUCION PIC 9(08).
               03  WS-CPT-ANT-SALARIO     PIC 9(08)V99.
               03  WS-CPT-ANT-MONEDA      PIC A(01).
               03  WS-CPT-ANT-DIVISA      PIC 9(08)V99.
               03  WS-CPT-ANT-BANCO       PIC 9(04).
               03  WS-CPT-ANT-CUENTA      PIC X(20).
               03  WS-CPT-ANT-TIPO-CUENTA PIC A(01).
               03  WS-CPT-ANT-FORMA-PAGO  PIC A(01).
               03  WS-CPT-NVO-SALARIO     PIC 9(08)V99.
               03  WS-CPT-NVO-MONEDA      PIC A(01).
               03  WS-CPT-NVO-DIVISA      PIC 9(08)V99.
               03  WS-CPT-NVO-BANCO       PIC 9(04).
               03  WS-CPT-NVO-CUENTA      PIC X(20).
               03  WS-CPT-NVO-TIPO-CUENTA PIC A(01).
               03  WS-CPT-NVO-FORMA-PAGO  PIC A(01).
       77  WS-CPT-CARGADOS            PIC 9(03) VALUE ZERO.
       77  WS-CPT-IDX                 PIC 9(03).
       77  WS-CPT-HALLADO             PIC A(01).
       77  WS-CPT-ULTIMO              PIC 9(08).
       77  WS-CPT-NUMERO-BUSCADO      PIC 9(08).
       77  WS-CPT-PENDIENTES          PIC 9(03).
       77  WS-CPT-VENCIDOS            PIC 9(03).
       77  WS-CPT-VENCE               PIC A(01).
       77  WS-CPT-DECISION            PIC A(01).
       77  WS-CPT-FECHA-HOY           PIC 9(08).
       77  WS-CPT-INICIO-ANNO         PIC 9(08).
       77  WS-CPT-ESTADO-TEXTO        PIC X(10).
       77  WS-CPT-USUARIO-GUARDADO    PIC X(10).
       77  WS-CAMBIO-SENSIBLE         PIC A(01).
       77  WS-CAMBIO-VIGENTE          PIC A(01).
       *> LÍNEAS "CAMPO: ANTES -> DESPUÉS" DE UN CAMBIO, PARA LA
       *> PANTALLA Y LA BITÁCORA
       01  WS-TABLA-LINEAS-CAMBIO.
           02  WS-CPL-LINEA OCCURS 7 TIMES PIC X(100).
       77  WS-CPL-CANT                PIC 9(01).
       77  WS-CPL-IDX                 PIC 9(01).
       *> VARIABLES PARA LA PROYECCIÓN DEL COSTO LABORAL --------------
       77  FS-PROYECCION              PIC XX.
       77  WS-PRY-VALIDO              PIC A(01).
       77  WS-PRY-DESDE               PIC 9(06).
       77  WS-PRY-PERIODO-HOY         PIC 9(06).
       77  WS-PRY-MESES               PIC 9(02).
       77  WS-PRY-DIAS-UTIL           PIC 9(03).
       *> SIN DÍAS INDICADOS SE PROYECTAN LAS UTILIDADES CON EL MÍNIMO
       *> LEGAL DE 30 DÍAS
       77  WS-PRY-DIAS-UTIL-DEFECTO   PIC 9(03) VALUE 30.
       77  WS-PRY-PORCENTAJE          PIC 9(03).
       77  WS-PRY-FIN-ESCENARIOS      PIC 9(01).
       *> PERÍODO AAAAMM DE TRABAJO (INICIO Y AVANCE DE LA PROYECCIÓN)
       01  WS-PRY-PERIODO-MES         PIC 9(06).
       01  WS-PRY-PERIODO-PARTES REDEFINES WS-PRY-PERIODO-MES.
           02  WS-PRY-ANNO            PIC 9(04).
           02  WS-PRY-MES             PIC 9(02).
       *> ESCENARIOS DE TASA DE LA CORRIDA DESATENDIDA: LA TASA
       *> VIGENTE, +20% Y +50%
       01  WS-LISTA-ESC-DEFECTO.
           02  FILLER                 PIC 9(03) VALUE 0.
           02  FILLER                 PIC 9(03) VALUE 20.
           02  FILLER                 PIC 9(03) VALUE 50.
       01  WS-TABLA-ESC-DEFECTO REDEFINES WS-LISTA-ESC-DEFECTO.
           02  WS-PYE-DEFECTO OCCURS 3 TIMES PIC 9(03).
       *> ESCENARIOS DE TASA: PORCENTAJE SOBRE LA TASA VIGENTE Y TASA
       *> RESULTANTE. EL PRIMERO ES SIEMPRE LA TASA VIGENTE (+0%)
       01  WS-TABLA-ESCENARIOS.
           02  WS-PYE-ENTRADA OCCURS 5 TIMES.
               03  WS-PYE-PORCENTAJE      PIC 9(03).
               03  WS-PYE-TASA            PIC 9(08)V9999.
       77  WS-PYE-CANT                PIC 9(01).
       77  WS-PYE-IDX                 PIC 9(01).
       *> PERÍODOS AAAAMM PROYECTADOS
       01  WS-TABLA-MESES-PRY.
           02  WS-PYM-PERIODO OCCURS 24 TIMES PIC 9(06).
       77  WS-PYM-IDX                 PIC 9(02).
       *> ACUMULADOS POR DEPARTAMENTO Y MES, EN LA MISMA POSICIÓN QUE
       *> WS-DEP-ENTRADA; LA ENTRADA 31 ACUMULA A LOS EMPLEADOS SIN
       *> DEPARTAMENTO Y LA 32 EL TOTAL GENERAL. LOS CONCEPTOS SON LOS
       *> DEL PRIMER ESCENARIO; EL COSTO SE LLEVA POR ESCENARIO
       01  WS-TABLA-PROYECCION.
           02  WS-PYD-ENTRADA OCCURS 32 TIMES.
               03  WS-PYD-EMPLEADOS       PIC 9(06).
               03  WS-PYD-MES OCCURS 24 TIMES.
                   04  WS-PYD-SALARIO         PIC S9(11)V99.
                   04  WS-PYD-DEDUCCIONES     PIC S9(11)V99.
                   04  WS-PYD-PRESTAMOS       PIC S9(11)V99.
                   04  WS-PYD-NETO            PIC S9(11)V99.
                   04  WS-PYD-PRESTACIONES    PIC S9(11)V99.
                   04  WS-PYD-UTILIDADES      PIC S9(11)V99.
                   04  WS-PYD-BONO-VAC        PIC S9(11)V99.
                   04  WS-PYD-COSTO OCCURS 5 TIMES
                                              PIC S9(11)V99.
       77  WS-PYD-IDX                 PIC 9(02).
       77  WS-PYD-DESTINO             PIC 9(02).
       77  WS-PYD-NOMBRE              PIC X(30).
       *> PRÉSTAMOS ACTIVOS DEL EMPLEADO EN CURSO, PARA AMORTIZARLOS
       *> MES A MES SIN TOCAR PRESTAMOS.TXT
       01  WS-TABLA-PRESTAMOS-PRY.
           02  WS-PYP-ENTRADA OCCURS 20 TIMES.
               03  WS-PYP-CUOTA           PIC 9(08)V99.
               03  WS-PYP-SALDO           PIC 9(08)V99.
       77  WS-PYP-CANT                PIC 9(02).
       77  WS-PYP-IDX                 PIC 9(02).
       77  WS-PRY-PRESTAMOS-OK        PIC A(01).
       77  WS-PRY-CUOTA               PIC 9(08)V99.
       *> VALORES DEL EMPLEADO, ESCENARIO Y MES EN CURSO
       77  WS-PRY-ANCLADO             PIC A(01).
       77  WS-PRY-SALARIO             PIC 9(10)V99.
       77  WS-PRY-SSO                 PIC 9(08)V99.
       77  WS-PRY-ANNOS               PIC 9(03).
       77  WS-PRY-DIAS                PIC 9(03).
       77  WS-PRY-MESES-UTIL          PIC 9(02).
       77  WS-PRY-MES-TRIMESTRE       PIC 9(02).
       77  WS-PRY-CALCULO             PIC 9(14)V9999.
       77  WS-PRY-DEDUCCIONES         PIC 9(10)V99.
       77  WS-PRY-PRESTAMOS           PIC 9(10)V99.
       77  WS-PRY-PRESTACIONES        PIC 9(10)V99.
       77  WS-PRY-UTILIDADES          PIC 9(10)V99.
       77  WS-PRY-BONO-VAC            PIC 9(10)V99.
       77  WS-PRY-NETO                PIC S9(10)V99.
       77  WS-PRY-COSTO               PIC 9(10)V99.
       77  WS-PRY-EMPLEADOS           PIC 9(06).
       77  WS-PRY-ANCLADOS            PIC 9(06).
       77  WS-PRY-SIN-TASA            PIC 9(06).
       *> TOTALES DEL RANGO PARA LA LÍNEA FINAL DE CADA CUADRO
       01  WS-TABLA-TOTALES-PRY.
           02  WS-PRY-TOTAL OCCURS 8 TIMES PIC S9(12)V99.
       77  WS-PRY-TOT-IDX             PIC 9(01).
       *> LÍNEAS DEL REPORTE
       77  WS-LINEA-PROYECCION        PIC X(132).
       01  WS-PRY-LINEA-DETALLE.
           02  WS-PRY-DET-ETIQUETA    PIC X(08).
           02  WS-PRY-DET-MONTO OCCURS 8 TIMES
                                      PIC -(11)9.99.
       77  WS-PRY-TASA-ED             PIC Z(07)9.9999.
       *> VARIABLES PARA EL MODO DE EJECUCIÓN DESATENDIDO -----------------
       77  FS-PROCESOS                PIC XX.
       77  FS-CORRIDA                 PIC XX.
           02  FILLER                 PIC X(20) VALUE "AUSENCIAS.TXT".
           02  FILLER                 PIC X(20) VALUE "USUARIOS.TXT".
           02  FILLER                 PIC X(20) VALUE "TASAS.TXT".
           02  FILLER                 PIC X(20)
                                      VALUE "ASIGNACIONES.TXT".
           02  FILLER                 PIC X(20) VALUE "EMBARGOS.TXT".
           02  FILLER                 PIC X(20) VALUE "EMBRETEN.TXT".
           02  FILLER                 PIC X(20) VALUE "PRENOMAP.TXT".
           02  FILLER                 PIC X(20) VALUE "CAMBIOS.TXT".
           02  FILLER                 PIC X(20)
                                      VALUE "RETROACTIVOS.TXT".
           02  FILLER                 PIC X(20) VALUE "CUENTAS.TXT".
           02  FILLER                 PIC X(20) VALUE "ASIENTOS.TXT".
       01  WS-TABLA-RESPALDO REDEFINES WS-LISTA-RESPALDO.
           02  WS-RSP-ARCHIVO OCCURS 24 TIMES PIC X(20).
       77  WS-RSP-TOTAL-ARCHIVOS      PIC 9(02) VALUE 24.
       77  WS-RSP-IDX                 PIC 9(02).
       77  WS-RSP-OPCION              PIC 9(01).
       77  WS-FIN-RESPALDO            PIC 9(01).
           02  WS-ARC-MONEDA          PIC A(1).
           02  WS-ARC-MONTO-DIVISA    PIC 9(8)V99.
           02  WS-ARC-TASA            PIC 9(8)V9999.
           02  WS-ARC-ASIGNACIONES    PIC 9(8)V99.
           02  WS-ARC-FRECUENCIA      PIC A(1).
           02  WS-ARC-SUBPERIODO      PIC 9(2).
           02  WS-ARC-TIPO-PAGO       PIC A(1).
           02  WS-ARC-DECRETO         PIC 9(8).
           02  WS-ARC-CONCEPTOS.
               03  WS-ARC-CANT-CONCEPTOS  PIC 9(2).
               03  WS-ARC-CONCEPTO OCCURS 20 TIMES.
                   04  WS-ARC-CON-CODIGO      PIC 9(3).
                   04  WS-ARC-CON-MONTO       PIC 9(8)V99.
       77  WS-ARC-FIN                 PIC 9(01) VALUE ZERO.
           88  ARCHIVO-SORT-EOF                  VALUE 1.
           88  ARCHIVO-SORT-NO-EOF               VALUE 0.
       77  WS-ARC-ACUM-NETO           PIC S9(10)V99.
       77  WS-ARC-ACUM-OTRAS          PIC 9(10)V99.
       77  WS-ARC-ACUM-AUSENCIAS      PIC 9(10)V99.
       77  WS-ARC-ACUM-ASIGNACIONES   PIC 9(10)V99.
       *> ACUMULADO POR CONCEPTO DEL RESUMEN (CÓDIGO Y MONTO)
       01  WS-ARC-ACUM-CONCEPTOS.
           02  WS-ARC-ACUM-CON OCCURS 20 TIMES.
               03  WS-ARC-ACUM-CON-CODIGO PIC 9(3).
               03  WS-ARC-ACUM-CON-MONTO  PIC 9(10)V99.
       77  WS-ARC-ACUM-CON-CANT       PIC 9(02).
       77  WS-ARC-CON-IDX             PIC 9(02).
       77  WS-ARC-ACUM-IDX            PIC 9(02).
       77  WS-ARC-ACUM-POS            PIC 9(02).
       77  WS-ARC-CON-HALLADO         PIC A(01).
       77  WS-ARC-ANNO-ABIERTO        PIC 9(04) VALUE ZERO.
       77  WS-ARC-ARCHIVADOS          PIC 9(08) VALUE ZERO.
       77  WS-ARC-RESUMENES           PIC 9(06) VALUE ZERO.
           DISPLAY "7 - MIGRAR MAESTRO AL ACCESO DIRECTO.".
           DISPLAY "8 - ANTIGÜEDAD Y BONO VACACIONAL DEL MES.".
           DISPLAY "0 - EXPORTAR NÓMINA AL BANCO.".
           DISPLAY "10 - CERRAR NÓMINA DEL PERÍODO.".
           DISPLAY "11 - HISTORIAL DE PAGOS DE UN EMPLEADO.".
           DISPLAY "12 - GENERAR RECIBOS DE PAGO.".
           DISPLAY "13 - CONCILIAR RETORNO DEL BANCO.".
           DISPLAY "25 - GESTIÓN DE USUARIOS.".
           DISPLAY "26 - ARCHIVADO ANUAL DE HISTÓRICOS.".
           DISPLAY "27 - TASAS DE CAMBIO.".
           DISPLAY "28 - REGISTRAR ASIGNACIONES VARIABLES.".
           DISPLAY "29 - APORTES PATRONALES DEL PERÍODO.".
           DISPLAY "30 - NÓMINA DE RETROACTIVOS POR DECRETO.".
           DISPLAY "31 - COMPROBANTE AR-C DE RETENCIONES ISLR.".
           DISPLAY "32 - DECLARACIÓN MENSUAL DE RETENCIONES ISLR.".
           DISPLAY "33 - ASIENTO CONTABLE DE UN PERÍODO CERRADO.".
           DISPLAY "34 - CUENTAS CONTABLES DE LA NÓMINA.".
           DISPLAY "35 - EMBARGOS Y PENSIONES DE ALIMENTOS.".
           DISPLAY "36 - REMESA MENSUAL DE EMBARGOS.".
           DISPLAY "37 - PRE-NÓMINA Y ANÁLISIS DE VARIACIONES.".
           DISPLAY "38 - APROBAR PRE-NÓMINA DEL PERÍODO.".
           DISPLAY "39 - APROBAR CAMBIOS SENSIBLES PENDIENTES.".
           DISPLAY "40 - PROYECCIÓN DEL COSTO LABORAL POR "
               "DEPARTAMENTO.".
           DISPLAY "--------------------------------------".
           DISPLAY "9 - SALIR DEL SISTEMA.".
           DISPLAY " ".
               WHEN 25    PERFORM 001-USUARIOS
               WHEN 26    PERFORM 001-ARCHIVADO
               WHEN 27    PERFORM 001-TASAS
               WHEN 28    PERFORM 001-REGISTRAR-ASIGNACIONES
               WHEN 29    PERFORM 001-APORTES-PATRONALES
               WHEN 30    PERFORM 001-RETROACTIVOS
               WHEN 31    PERFORM 001-COMPROBANTE-ARC
               WHEN 32    PERFORM 001-DECLARACION-ISLR
               WHEN 33    PERFORM 001-ASIENTO-CONTABLE
               WHEN 34    PERFORM 001-CUENTAS-CONTABLES
               WHEN 35    PERFORM 001-EMBARGOS
               WHEN 36    PERFORM 001-REMESA-EMBARGOS
               WHEN 37    PERFORM 001-PRENOMINA
               WHEN 38    PERFORM 001-APROBAR-PRENOMINA
               WHEN 39    PERFORM 001-APROBAR-CAMBIOS
               WHEN 40    PERFORM 001-PROYECCION-COSTO
               WHEN 9     MOVE 1 TO WS-FIN
               WHEN OTHER
                   DISPLAY " "
                       PERFORM 000-LOG-CORRIDA
                       MOVE 1 TO WS-FIN
                   END-IF
       *>  NOMINA/CIERRE/BANCO/RECIBOS [FRECUENCIA]: M, Q O S (EN
       *>  BLANCO = MENSUAL); LA QUINCENA O SEMANA SALE DE LA FECHA
               WHEN "NOMINA"
                   PERFORM 000-FRECUENCIA-BATCH
                   IF WS-FIN NOT = 1
                       PERFORM 001-NOMINA
                   END-IF
       *>  PRENOMINA [FRECUENCIA] [UMBRAL-%] [UMBRAL-TASA-%]; LA
       *>  APROBACIÓN ES SIEMPRE INTERACTIVA (OPCIÓN 38)
               WHEN "PRENOMINA"
                   PERFORM 000-FRECUENCIA-BATCH
                   IF WS-FIN NOT = 1
                       COMPUTE WS-PRE-UMBRAL =
                           FUNCTION NUMVAL (WS-PROC-PARAM-2)
                       COMPUTE WS-PRE-UMBRAL-TASA =
                           FUNCTION NUMVAL (WS-PROC-PARAM-3)
                       PERFORM 001-PRENOMINA
                   END-IF
       *>  EL CIERRE DEL MES ES OPERACIÓN DE ADMINISTRADOR EN EL MENÚ
       *>  (OPCIÓN 10); LA CORRIDA DESATENDIDA EXIGE EL MISMO PERFIL
               WHEN "CIERRE"
                   IF WS-PERFIL-ACTIVO NOT = "A"
                       PERFORM 000-RECHAZAR-SIN-PERFIL-A
                   ELSE
                       PERFORM 000-FRECUENCIA-BATCH
                       IF WS-FIN NOT = 1
                           PERFORM 001-CERRAR-NOMINA
                       END-IF
                   END-IF
               WHEN "BANCO"
                   PERFORM 000-FRECUENCIA-BATCH
                   IF WS-FIN NOT = 1
                       PERFORM 001-EXPORTAR-BANCO
                   END-IF
               WHEN "RECIBOS"
                   PERFORM 000-FRECUENCIA-BATCH
                   IF WS-FIN NOT = 1
                       PERFORM 001-RECIBOS
                   END-IF
               WHEN "CONCILIAR"
                   PERFORM 001-CONCILIAR
               WHEN "UTILIDADES"
                   COMPUTE WS-PRS-TASA =
                       FUNCTION NUMVAL (WS-PROC-PARAM-1)
                   PERFORM 000-ABONO-TRIMESTRAL
       *>  APORTES AAAAMM RIESGO SALARIO-MÍNIMO
               WHEN "APORTES"
                   COMPUTE WS-APO-PERIODO =
                       FUNCTION NUMVAL (WS-PROC-PARAM-1)
                   COMPUTE WS-APO-RIESGO =
                       FUNCTION NUMVAL (WS-PROC-PARAM-2)
                   COMPUTE WS-APO-SALARIO-MINIMO =
                       FUNCTION NUMVAL (WS-PROC-PARAM-3)
                   PERFORM 001-APORTES-PATRONALES
       *>  RETROACTIVO AAAAMMDD AAAAMM AJUSTE: VIGENCIA DEL DECRETO,
       *>  ÚLTIMO MES PAGADO CON EL SALARIO ANTERIOR Y EL AJUSTE YA
       *>  APLICADO ("P" Y EL PORCENTAJE, O "M" Y EL MONTO MÍNIMO)
               WHEN "RETROACTIVO"
                   PERFORM 000-PARAMETROS-RETRO-BATCH
                   PERFORM 001-RETROACTIVOS
       *>  ARC AAAA CONCEPTO [CÉDULA] E ISLR AAAAMM CONCEPTO: AÑO FISCAL
       *>  O MES DECLARADO Y CÓDIGO DEL CONCEPTO DE ISLR (SIN CÉDULA EL
       *>  AR-C SALE PARA TODOS LOS EMPLEADOS)
               WHEN "ARC"
                   COMPUTE WS-ISLR-ANNO =
                       FUNCTION NUMVAL (WS-PROC-PARAM-1)
                   COMPUTE WS-ISLR-CONCEPTO =
                       FUNCTION NUMVAL (WS-PROC-PARAM-2)
                   MOVE ZERO TO WS-ISLR-CI-FILTRO
                   IF WS-PROC-PARAM-3 NOT = SPACES
                       COMPUTE WS-ISLR-CI-FILTRO =
                           FUNCTION NUMVAL (WS-PROC-PARAM-3)
                   END-IF
                   PERFORM 001-COMPROBANTE-ARC
               WHEN "ISLR"
                   COMPUTE WS-ISLR-PERIODO =
                       FUNCTION NUMVAL (WS-PROC-PARAM-1)
                   COMPUTE WS-ISLR-CONCEPTO =
                       FUNCTION NUMVAL (WS-PROC-PARAM-2)
                   PERFORM 001-DECLARACION-ISLR
       *>  ASIENTO AAAAMM [FRECUENCIA] [SUBPERÍODO]: PERÍODO CERRADO A
       *>  CONTABILIZAR (FRECUENCIA EN BLANCO = MENSUAL); ES OPERACIÓN
       *>  DE ADMINISTRADOR EN EL MENÚ (OPCIÓN 33)
               WHEN "ASIENTO"
                   IF WS-PERFIL-ACTIVO NOT = "A"
                       PERFORM 000-RECHAZAR-SIN-PERFIL-A
                   ELSE
                       COMPUTE WS-AST-PERIODO =
                           FUNCTION NUMVAL (WS-PROC-PARAM-1)
                       MOVE WS-PROC-PARAM-2 (1:1) TO WS-AST-FRECUENCIA
                       MOVE ZERO TO WS-AST-SUBPERIODO
                       IF WS-PROC-PARAM-3 NOT = SPACES
                           COMPUTE WS-AST-SUBPERIODO =
                               FUNCTION NUMVAL (WS-PROC-PARAM-3)
                       END-IF
                       PERFORM 001-ASIENTO-CONTABLE
                   END-IF
       *>  REMESA AAAAMM: MES CERRADO CUYAS RETENCIONES POR EMBARGOS
       *>  SE REMESAN A TRIBUNALES Y BENEFICIARIOS
               WHEN "REMESA"
                   COMPUTE WS-REM-PERIODO =
                       FUNCTION NUMVAL (WS-PROC-PARAM-1)
                   PERFORM 001-REMESA-EMBARGOS
       *>  RESPALDO, VERIFICACIÓN Y ARCHIVADO SON OPERACIONES DE
       *>  ADMINISTRADOR EN EL MENÚ (OPCIONES 24 Y 26); LA CORRIDA
       *>  DESATENDIDA EXIGE EL MISMO PERFIL
                       END-IF
                   END-IF
                   PERFORM 001-INFORME
       *>  PROYECCION AAAAMM MESES DÍAS-UTILIDADES: MES INICIAL (CERO =
       *>  PRÓXIMO MES), CANTIDAD DE MESES (CERO = 12) Y DÍAS DE
       *>  UTILIDADES (CERO = 30); ESCENARIOS: TASA VIGENTE, +20% Y +50%
               WHEN "PROYECCION"
                   COMPUTE WS-PRY-DESDE =
                       FUNCTION NUMVAL (WS-PROC-PARAM-1)
                   COMPUTE WS-PRY-MESES =
                       FUNCTION NUMVAL (WS-PROC-PARAM-2)
                   COMPUTE WS-PRY-DIAS-UTIL =
                       FUNCTION NUMVAL (WS-PROC-PARAM-3)
                   PERFORM 001-PROYECCION-COSTO
               WHEN OTHER
                   MOVE "PROCESO NO RECONOCIDO." TO WS-LINEA-CORRIDA
                   PERFORM 000-LOG-CORRIDA
                   MOVE 1 TO WS-FIN
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  TOMA DEL PRIMER PARÁMETRO DEL PASO LA FRECUENCIA DE PAGO A
       *>  PROCESAR (EN BLANCO = MENSUAL); OTRO VALOR ES ERROR DEL PASO
       *>  -------------------------------------------------------------
       000-FRECUENCIA-BATCH.
           MOVE WS-PROC-PARAM-1 (1:1) TO WS-FRECUENCIA-NOMINA.
           IF WS-FRECUENCIA-NOMINA = SPACE
               MOVE "M" TO WS-FRECUENCIA-NOMINA
           END-IF.
           IF WS-FRECUENCIA-NOMINA NOT = "M"
                   AND WS-FRECUENCIA-NOMINA NOT = "Q"
                   AND WS-FRECUENCIA-NOMINA NOT = "S"
               MOVE "FRECUENCIA DE PAGO INVÁLIDA (M/Q/S)."
                   TO WS-LINEA-CORRIDA
               PERFORM 000-LOG-CORRIDA
               MOVE 1 TO WS-FIN
           END-IF.
       *>  -------------------------------------------------------------
       *>  TOMA DE LOS PARÁMETROS DEL PASO RETROACTIVO LA VIGENCIA DEL
       *>  DECRETO, EL ÚLTIMO MES PAGADO CON EL SALARIO ANTERIOR Y EL
       *>  AJUSTE (UN MODO DESCONOCIDO QUEDA EN CERO Y FALLA LA
       *>  VALIDACIÓN DE 001-RETROACTIVOS)
       *>  -------------------------------------------------------------
       000-PARAMETROS-RETRO-BATCH.
           COMPUTE WS-RTR-DECRETO = FUNCTION NUMVAL (WS-PROC-PARAM-1).
           COMPUTE WS-RTR-VIG-ANNO = WS-RTR-DECRETO / 10000.
           COMPUTE WS-RTR-VIG-MES =
               (WS-RTR-DECRETO - WS-RTR-VIG-ANNO * 10000) / 100.
           COMPUTE WS-RTR-VIG-DIA = WS-RTR-DECRETO
               - WS-RTR-VIG-ANNO * 10000 - WS-RTR-VIG-MES * 100.
           COMPUTE WS-RTR-HASTA = FUNCTION NUMVAL (WS-PROC-PARAM-2).
           MOVE ZERO TO WS-AJUSTE-MODO.
           MOVE ZERO TO WS-AJUSTE-PORCENTAJE.
           MOVE ZERO TO WS-AJUSTE-PISO.
           EVALUATE WS-PROC-PARAM-3 (1:1)
               WHEN "P"
                   MOVE 1 TO WS-AJUSTE-MODO
                   COMPUTE WS-AJUSTE-PORCENTAJE =
                       FUNCTION NUMVAL (WS-PROC-PARAM-3 (2:14))
               WHEN "M"
                   MOVE 2 TO WS-AJUSTE-MODO
                   COMPUTE WS-AJUSTE-PISO =
                       FUNCTION NUMVAL (WS-PROC-PARAM-3 (2:14))
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  RECHAZA EL PASO EN CURSO DE LA CORRIDA PORQUE EXIGE PERFIL
       *>  DE ADMINISTRADOR Y EL USUARIO AUTENTICADO NO LO TIENE
       *>  -------------------------------------------------------------
       *>  "S"/"N" EN WS-ACCESO-PERMITIDO SEGÚN EL PERFIL ACTIVO.
       *>  "C" LA VE CUALQUIERA; "O" EXIGE OPERADOR O ADMINISTRADOR;
       *>  "A" SÓLO ADMINISTRADOR (MIGRACIÓN DEL MAESTRO, CIERRE,
       *>  EGRESO, AJUSTE MASIVO, CARGA MASIVA, RESPALDO, USUARIOS,
       *>  ARCHIVADO ANUAL, ASIENTO CONTABLE, CUENTAS CONTABLES,
       *>  APROBACIÓN DE LA PRE-NÓMINA Y DE LOS CAMBIOS SENSIBLES).
       *>  -------------------------------------------------------------
       000-VERIFICAR-PERMISO.
           EVALUATE WS-OPCION
               WHEN 24
               WHEN 25
               WHEN 26
               WHEN 33
               WHEN 34
               WHEN 38
               WHEN 39
                   MOVE "A" TO WS-PERFIL-REQUERIDO
               WHEN OTHER
                   MOVE "O" TO WS-PERFIL-REQUERIDO
               MOVE SPACES TO WS-CUENTA-BANCARIA
               MOVE SPACE TO WS-TIPO-CUENTA
           END-IF.
           *> LA FRECUENCIA DECIDE EN QUÉ NÓMINA (MENSUAL, QUINCENAL O
           *> SEMANAL) COBRA EL EMPLEADO
           DISPLAY "FRECUENCIA DE PAGO (M=MENSUAL/Q=QUINCENAL/"
               "S=SEMANAL): " WITH NO ADVANCING.
           ACCEPT WS-FRECUENCIA-PAGO.
           PERFORM 000-VALIDAR-FRECUENCIA-PAGO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "FRECUENCIA INVÁLIDA (M/Q/S). FRECUENCIA: "
                   WITH NO ADVANCING
               ACCEPT WS-FRECUENCIA-PAGO
               PERFORM 000-VALIDAR-FRECUENCIA-PAGO
           END-PERFORM.
           *> PRÉSTAMO(S) DEL EMPLEADO: SE LLEVAN EN EL SUBLEDGER
           *> PRESTAMOS.TXT; WS-MONTO-PRESTAMO QUEDA COMO EL SALDO
           *> VIGENTE, NO COMO UN VALOR DIGITADO DIRECTAMENTE
               END-IF
               MOVE WS-MONEDA-SALARIO   TO WS-MONEDA-SALARIO-ANTES
               MOVE WS-SALARIO-DIVISA   TO WS-SALARIO-DIVISA-ANTES
               *> LA FRECUENCIA EN BLANCO DE LOS REGISTROS ANTERIORES
               *> ES LA NÓMINA MENSUAL
               IF WS-FRECUENCIA-PAGO NOT = "Q"
                       AND WS-FRECUENCIA-PAGO NOT = "S"
                   MOVE "M" TO WS-FRECUENCIA-PAGO
               END-IF
               MOVE WS-FRECUENCIA-PAGO  TO WS-FRECUENCIA-PAGO-ANTES
               DISPLAY "INGRESE NUEVA INFORMACIÓN."
               DISPLAY "(DEJAR EN BLANCO PARA NO CAMBIAR):"
               DISPLAY "NUEVO APELLIDO: "
                   MOVE SPACES TO WS-CUENTA-BANCARIA
                   MOVE SPACE TO WS-TIPO-CUENTA
               END-IF
               DISPLAY "NUEVA FRECUENCIA DE PAGO (M/Q/S): "
                   WITH NO ADVANCING
               ACCEPT WS-FRECUENCIA-PAGO
               IF WS-FRECUENCIA-PAGO = SPACE
                   MOVE WS-FRECUENCIA-PAGO-ANTES TO WS-FRECUENCIA-PAGO
               END-IF
               PERFORM 000-VALIDAR-FRECUENCIA-PAGO
               PERFORM UNTIL WS-CAMPO-VALIDO = "S"
                   DISPLAY "FRECUENCIA INVÁLIDA (M/Q/S). "
                       "NUEVA FRECUENCIA: " WITH NO ADVANCING
                   ACCEPT WS-FRECUENCIA-PAGO
                   PERFORM 000-VALIDAR-FRECUENCIA-PAGO
               END-PERFORM
               *> LOS PRÉSTAMOS SE GESTIONAN EN SU SUBLEDGER, NO COMO
               *> UN VALOR DIGITADO DIRECTAMENTE
               PERFORM 000-GESTIONAR-PRESTAMOS
               *> SALARIO, MONEDA, BANCO, CUENTA Y FORMA DE PAGO NO SE
               *> APLICAN AQUÍ: QUEDAN PENDIENTES DE UN SEGUNDO USUARIO
               PERFORM 000-PROPONER-CAMBIO-SENSIBLE
               *> SÓLO SE REESCRIBE EL REGISTRO AFECTADO, POR CLAVE
               PERFORM 000-REESCRIBIR-EMPLEADO
               MOVE "E" TO WS-BITACORA-OPERACION
                       WS-SALDO-PRESTAMOS
                   DISPLAY "NETO DE LA LIQUIDACIÓN: "
                       WS-NETO-LIQUIDACION
                   PERFORM 000-ALERTA-EMBARGOS-EGRESO
                   DISPLAY "¿CONFIRMA EL EGRESO? (S/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMACION
               WS-NETO-LIQUIDACION DELIMITED BY SIZE
               INTO WS-LINEA-LIQUIDACION.
           WRITE REG-LIQUIDACION FROM WS-LINEA-LIQUIDACION.
           MOVE 1 TO WS-EME-IDX.
           PERFORM 000-LIQUIDACION-EMBARGO
               UNTIL WS-EME-IDX > WS-EME-CARGADOS.
           CLOSE F-LIQUIDACION.
       *>  -------------------------------------------------------------
       *>  RUTINA PARA CONSULTAR LA INFORMACIÓN DE UN EMPLEADO
                   DISPLAY "SALARIO ANCLADO A DIVISA: "
                       WS-SALARIO-DIVISA
               END-IF
               EVALUATE WS-FRECUENCIA-PAGO
                   WHEN "Q"
                       DISPLAY "FRECUENCIA DE PAGO: QUINCENAL"
                   WHEN "S"
                       DISPLAY "FRECUENCIA DE PAGO: SEMANAL"
                   WHEN OTHER
                       DISPLAY "FRECUENCIA DE PAGO: MENSUAL"
               END-EVALUATE
               PERFORM 000-MOSTRAR-ORGANIZACION-EMP
               PERFORM 000-CALCULAR-SALDO-VACACIONES
               DISPLAY "DÍAS DE VACACIONES PENDIENTES: " WS-VAC-SALDO
               PERFORM 000-MOSTRAR-CAMBIOS-EMPLEADO
           ELSE
               DISPLAY "EMPLEADO NO ENCONTRADO."
           END-IF.
           MOVE ZERO TO WS-SUB-SSO-F      WS-SUB-NETO-F
           MOVE ZERO TO WS-TOT-SALARIO    WS-TOT-PRESTAMO
           MOVE ZERO TO WS-TOT-SSO        WS-TOT-NETO
           MOVE ZERO TO WS-TOT-OTRAS      WS-TOT-ASIGNACIONES
           MOVE ZERO TO WS-TOT-EMBARGOS   WS-TOT-NO-RETENIDO
           MOVE ZERO TO WS-DEP-SIN-EMPLEADOS
           MOVE ZERO TO WS-DEP-SIN-SALARIO  WS-DEP-SIN-NETO
           PERFORM 000-CARGAR-CONCEPTOS
           DISPLAY " ".
           DISPLAY "NÓMINA - REGISTRO DE PAGOS.".
           DISPLAY "========================================".
           *> EL HISTORIAL GUARDA UN REGISTRO POR EMPLEADO Y PERÍODO DE
           *> PAGO; SI LA NÓMINA SE REPITE EN EL MISMO PERÍODO (MES,
           *> QUINCENA O SEMANA) NO SE DUPLICA
           PERFORM 000-DETERMINAR-PERIODO-NOMINA.
           PERFORM 000-VERIFICAR-HISTORIAL-PERIODO.
           IF WS-HIST-PERIODO-EXISTE = "S"
               DISPLAY "EL PERÍODO " WS-ETIQUETA-PERIODO
                   " YA TIENE HISTORIAL; NO SE VUELVE A REGISTRAR."
           ELSE
               MOVE ZERO TO FS-HISTORIAL
                   CLOSE F-HISTORIAL
                   OPEN EXTEND F-HISTORIAL
               END-IF
               *> LO RETENIDO POR EMBARGOS SE ANOTA JUNTO CON EL
               *> HISTORIAL, UNA SOLA VEZ POR PERÍODO
               MOVE ZERO TO FS-EMB-RETENIDOS
               OPEN EXTEND F-EMB-RETENIDOS
               IF FS-EMB-RETENIDOS = "35"
                   OPEN OUTPUT F-EMB-RETENIDOS
                   CLOSE F-EMB-RETENIDOS
                   OPEN EXTEND F-EMB-RETENIDOS
               END-IF
               *> LOS CAMBIOS SENSIBLES NO APROBADOS ANTES DE ESTA
               *> NÓMINA VENCEN
               PERFORM 000-VENCER-CAMBIOS-PENDIENTES
           END-IF.
           MOVE ZERO TO FS-NOMINA.
           OPEN OUTPUT F-NOMINA.
           MOVE "NÓMINA - REGISTRO DE PAGOS."
               TO WS-LINEA-NOMINA.
           WRITE REG-NOMINA FROM WS-LINEA-NOMINA.
           MOVE SPACES TO WS-LINEA-NOMINA.
           STRING "PERÍODO DE PAGO: " DELIMITED BY SIZE
               WS-ETIQUETA-PERIODO DELIMITED BY SIZE
               INTO WS-LINEA-NOMINA.
           WRITE REG-NOMINA FROM WS-LINEA-NOMINA.
           MOVE ALL "=" TO WS-LINEA-NOMINA.
           WRITE REG-NOMINA FROM WS-LINEA-NOMINA.
           PERFORM 000-ABRIR-EMPLEADOS
                   AT END
                       SET EMPLEADOS-EOF TO TRUE
                   NOT AT END
                       *> LOS EMPLEADOS EGRESADOS NO COBRAN NÓMINA, Y
                       *> CADA CORRIDA PAGA SÓLO A LOS DE SU FRECUENCIA
                       PERFORM 000-FRECUENCIA-EMPLEADO
                       IF ESTADO-EMPLEADO OF REG-EMPLEADO NOT = "I"
                           AND WS-FRECUENCIA-EMP = WS-FRECUENCIA-NOMINA
                           PERFORM 000-APLICAR-TASA-EMPLEADO
                           PERFORM 000-PROCESAR-EMPLEADO-NOMINA
                       END-IF
           DISPLAY "----------------------------------------".
           DISPLAY "TOTAL GENERAL - SALARIO BRUTO: "
               WS-TOT-SALARIO.
           DISPLAY "TOTAL GENERAL - ASIGNACIONES VARIABLES: "
               WS-TOT-ASIGNACIONES.
           MOVE 1 TO WS-CON-IDX.
           PERFORM 000-MOSTRAR-TOTAL-CONCEPTO
               UNTIL WS-CON-IDX > WS-CON-CARGADOS.
               WS-TOT-PRESTAMO + WS-TOT-SSO + WS-TOT-OTRAS.
           DISPLAY "TOTAL GENERAL - DEDUCCIONES "
               "(PRÉSTAMO+SSO+CONCEPTOS): " WS-TOT-DEDUCCIONES.
           DISPLAY "TOTAL GENERAL - EMBARGOS RETENIDOS: "
               WS-TOT-EMBARGOS.
           IF WS-TOT-NO-RETENIDO > ZERO
               DISPLAY "TOTAL GENERAL - EMBARGOS NO RETENIDOS "
                   "(TOPE LEGAL): " WS-TOT-NO-RETENIDO
           END-IF.
           DISPLAY "TOTAL GENERAL - NETO A PAGAR: " WS-TOT-NETO.
           MOVE ALL "-" TO WS-LINEA-NOMINA.
           WRITE REG-NOMINA FROM WS-LINEA-NOMINA.
               WS-TOT-SALARIO DELIMITED BY SIZE
               INTO WS-LINEA-NOMINA.
           WRITE REG-NOMINA FROM WS-LINEA-NOMINA.
           MOVE SPACES TO WS-LINEA-NOMINA.
           STRING "TOTAL GENERAL - ASIGNACIONES VARIABLES: "
               DELIMITED BY SIZE
               WS-TOT-ASIGNACIONES DELIMITED BY SIZE
               INTO WS-LINEA-NOMINA.
           WRITE REG-NOMINA FROM WS-LINEA-NOMINA.
           MOVE 1 TO WS-CON-IDX.
           PERFORM 000-ESCRIBIR-TOTAL-CONCEPTO
               UNTIL WS-CON-IDX > WS-CON-CARGADOS.
               INTO WS-LINEA-NOMINA.
           WRITE REG-NOMINA FROM WS-LINEA-NOMINA.
           MOVE SPACES TO WS-LINEA-NOMINA.
           STRING "TOTAL GENERAL - EMBARGOS RETENIDOS: "
               DELIMITED BY SIZE
               WS-TOT-EMBARGOS DELIMITED BY SIZE
               INTO WS-LINEA-NOMINA.
           WRITE REG-NOMINA FROM WS-LINEA-NOMINA.
           IF WS-TOT-NO-RETENIDO > ZERO
               MOVE SPACES TO WS-LINEA-NOMINA
               STRING "TOTAL GENERAL - EMBARGOS NO RETENIDOS "
                   DELIMITED BY SIZE
                   "(TOPE LEGAL): " DELIMITED BY SIZE
                   WS-TOT-NO-RETENIDO DELIMITED BY SIZE
                   INTO WS-LINEA-NOMINA
               WRITE REG-NOMINA FROM WS-LINEA-NOMINA
           END-IF.
           MOVE SPACES TO WS-LINEA-NOMINA.
           STRING "TOTAL GENERAL - NETO A PAGAR: " DELIMITED BY SIZE
               WS-TOT-NETO DELIMITED BY SIZE
               INTO WS-LINEA-NOMINA.
           CLOSE F-NOMINA.
           IF WS-HIST-PERIODO-EXISTE = "N"
               CLOSE F-HISTORIAL
               CLOSE F-EMB-RETENIDOS
           END-IF.
           DISPLAY "ARCHIVO NOMINA.TXT GENERADO.".
       *>  -------------------------------------------------------------
           DISPLAY "CÉDULA: " CI-EMPLEADO OF REG-EMPLEADO
               " APELLIDO: " APELLIDO OF REG-EMPLEADO.
           DISPLAY "  SALARIO: "
               WS-SALARIO-PERIODO
               " PRÉSTAMO: "
               MONTO-PRESTAMO OF REG-EMPLEADO
               " SSO: " WS-SSO-PERIODO
               " NETO: " WS-NETO.
           MOVE SPACES TO WS-LINEA-NOMINA.
           STRING "CÉDULA: " DELIMITED BY SIZE
           WRITE REG-NOMINA FROM WS-LINEA-NOMINA.
           MOVE SPACES TO WS-LINEA-NOMINA.
           STRING "  SALARIO: " DELIMITED BY SIZE
               WS-SALARIO-PERIODO DELIMITED BY SIZE
               " PRÉSTAMO: " DELIMITED BY SIZE
               MONTO-PRESTAMO OF REG-EMPLEADO DELIMITED BY SIZE
               " SSO: " DELIMITED BY SIZE
               WS-SSO-PERIODO DELIMITED BY SIZE
               " NETO: " DELIMITED BY SIZE
               WS-NETO DELIMITED BY SIZE
               INTO WS-LINEA-NOMINA.
                   INTO WS-LINEA-NOMINA
               WRITE REG-NOMINA FROM WS-LINEA-NOMINA
           END-IF.
           *> CADA ASIGNACIÓN VARIABLE DEL PERÍODO VA EN SU PROPIA LÍNEA
           MOVE 1 TO WS-ASG-IDX.
           PERFORM 000-ESCRIBIR-ASIGNACION-NOMINA
               UNTIL WS-ASG-IDX > WS-ASG-CARGADAS.
           MOVE 1 TO WS-CON-IDX.
           PERFORM 000-ESCRIBIR-CONCEPTO-NOMINA
               UNTIL WS-CON-IDX > WS-CON-CARGADOS.
           *> CADA EMBARGO VA EN SU PROPIA LÍNEA, CON LO QUE EL TOPE
           *> LEGAL NO DEJÓ RETENER
           MOVE 1 TO WS-EME-IDX.
           PERFORM 000-ESCRIBIR-EMBARGO-NOMINA
               UNTIL WS-EME-IDX > WS-EME-CARGADOS.
           IF WS-HIST-PERIODO-EXISTE = "N"
               PERFORM 000-ESCRIBIR-HISTORIAL
           END-IF.
           ADD WS-SALARIO-PERIODO TO WS-TOT-SALARIO.
           ADD WS-OTRAS-DEDUCCIONES TO WS-TOT-OTRAS.
           ADD WS-MONTO-ASIGNACIONES TO WS-TOT-ASIGNACIONES.
           ADD MONTO-PRESTAMO OF REG-EMPLEADO TO WS-TOT-PRESTAMO.
           ADD WS-SSO-PERIODO TO WS-TOT-SSO.
           ADD WS-NETO TO WS-TOT-NETO.
           ADD WS-MONTO-EMBARGOS TO WS-TOT-EMBARGOS.
           ADD WS-EMB-NO-RETENIDO TO WS-TOT-NO-RETENIDO.
           PERFORM 000-ACUMULAR-DEPARTAMENTO-NOM.
           EVALUATE SEXO OF REG-EMPLEADO
               WHEN "M"
                   ADD WS-SALARIO-PERIODO TO WS-SUB-SALARIO-M
                   ADD MONTO-PRESTAMO OF REG-EMPLEADO
                       TO WS-SUB-PRESTAMO-M
                   ADD WS-SSO-PERIODO TO WS-SUB-SSO-M
                   ADD WS-NETO TO WS-SUB-NETO-M
               WHEN "F"
                   ADD WS-SALARIO-PERIODO TO WS-SUB-SALARIO-F
                   ADD MONTO-PRESTAMO OF REG-EMPLEADO
                       TO WS-SUB-PRESTAMO-F
                   ADD WS-SSO-PERIODO TO WS-SUB-SSO-F
                   ADD WS-NETO TO WS-SUB-NETO-F
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  -------------------------------------------------------------
       000-CALCULAR-NETO.
           MOVE CI-EMPLEADO OF REG-EMPLEADO TO WS-CI-EMPLEADO.
           *> SALARIO Y SSO DEL MAESTRO SON MENSUALES; EN LA NÓMINA
           *> QUINCENAL O SEMANAL SE TOMA LA FRACCIÓN DEL PERÍODO
           PERFORM 000-FRECUENCIA-EMPLEADO.
           MOVE WS-PERIODO-ACTUAL TO WS-FRC-PERIODO.
           MOVE MONTO-SALARIO OF REG-EMPLEADO TO WS-FRC-MONTO.
           PERFORM 000-FRACCIONAR-MONTO.
           MOVE WS-FRC-RESULTADO TO WS-SALARIO-PERIODO.
           MOVE MONTO-SSO OF REG-EMPLEADO TO WS-FRC-MONTO.
           PERFORM 000-FRACCIONAR-MONTO.
           MOVE WS-FRC-RESULTADO TO WS-SSO-PERIODO.
           *> EL SALARIO SE PRORRATEA PRIMERO POR LOS DÍAS NO
           *> TRABAJADOS DEL PERÍODO (AUSENCIAS.TXT) Y LUEGO SE LE SUMAN
           *> LAS ASIGNACIONES VARIABLES (ASIGNACIONES.TXT); PRÉSTAMOS,
           *> SSO Y CONCEPTOS SE APLICAN SOBRE ESE SALARIO DEL PERÍODO
           PERFORM 000-CALCULAR-DESCUENTO-AUSENCIAS.
           PERFORM 000-CALCULAR-ASIGNACIONES.
           COMPUTE WS-SALARIO-PAGADO =
               WS-SALARIO-PERIODO - WS-MONTO-AUSENCIAS
               + WS-MONTO-ASIGNACIONES.
           PERFORM 000-CALCULAR-OTRAS-DEDUCCIONES.
           *> LOS EMBARGOS SE RETIENEN DESPUÉS DEL SSO Y LOS CONCEPTOS
           *> Y ANTES QUE LAS CUOTAS DE PRÉSTAMOS
           PERFORM 000-CALCULAR-EMBARGOS.
           PERFORM 000-ABRIR-PRESTAMOS.
           PERFORM 000-CALCULAR-CUOTA-PRESTAMOS.
           PERFORM 000-CIERRE-PRESTAMOS.
           COMPUTE WS-NETO =
               WS-SALARIO-PAGADO
               - WS-CUOTA-PRESTAMOS
               - WS-SSO-PERIODO
               - WS-OTRAS-DEDUCCIONES
               - WS-MONTO-EMBARGOS.
       *>  -------------------------------------------------------------
       *>  SUMA LOS DÍAS DESCONTABLES (TIPOS "I" Y "P") DE WS-CI-EMPLEADO
       *>  EN AUSENCIAS.TXT PARA WS-PERIODO-ACTUAL, CON TOPE EN LOS DÍAS
       *>  DEL PERÍODO DE PAGO (30, 15 O LOS DE LA SEMANA), Y DEJA EL
       *>  DESCUENTO EN WS-MONTO-AUSENCIAS (SALARIO/30 POR DÍA). EN LA
       *>  NÓMINA QUINCENAL O SEMANAL CADA AUSENCIA CUENTA EN LA
       *>  QUINCENA O SEMANA EN QUE COMIENZA. EL REPOSO ("R") NO
       *>  DESCUENTA: LO CUBRE EL SEGURO SOCIAL.
       *>  -------------------------------------------------------------
       000-CALCULAR-DESCUENTO-AUSENCIAS.
           MOVE ZERO TO WS-AUS-DIAS-DESCUENTO.
                       AT END
                           SET AUSENCIAS-EOF TO TRUE
                       NOT AT END
                           MOVE AUS-DESDE-DIA TO WS-FRC-DIA
                           PERFORM 000-SUBPERIODO-DEL-DIA
                           IF AUS-CI-EMPLEADO = WS-CI-EMPLEADO
                                   AND AUS-PERIODO = WS-PERIODO-ACTUAL
                                   AND WS-FRC-SUB = WS-SUBPERIODO
                                   AND (AUS-TIPO = "I"
                                       OR AUS-TIPO = "P")
                               ADD AUS-DIAS TO WS-AUS-DIAS-DESCUENTO
               END-PERFORM
               CLOSE F-AUSENCIAS
           END-IF.
           MOVE WS-PERIODO-ACTUAL TO WS-FRC-PERIODO.
           PERFORM 000-DIAS-SUBPERIODO.
           IF WS-AUS-DIAS-DESCUENTO > WS-FRC-TOPE-DIAS
               MOVE WS-FRC-TOPE-DIAS TO WS-AUS-DIAS-DESCUENTO
           END-IF.
           IF WS-AUS-DIAS-DESCUENTO > ZERO
               COMPUTE WS-SALARIO-DIARIO =
                   WS-AUS-DIAS-DESCUENTO * WS-SALARIO-DIARIO
           END-IF.
       *>  -------------------------------------------------------------
       *>  VALORA LAS ASIGNACIONES VARIABLES DE WS-CI-EMPLEADO EN
       *>  ASIGNACIONES.TXT PARA WS-PERIODO-ACTUAL CON LOS RECARGOS DE
       *>  LA LOTTT SOBRE LA HORA (SALARIO/30/8) O EL DÍA (SALARIO/30):
       *>  DEJA CADA NOVEDAD VALORADA EN WS-TABLA-ASIGNACIONES Y LA SUMA
       *>  EN WS-MONTO-ASIGNACIONES.
       *>  EN LA NÓMINA QUINCENAL O SEMANAL CADA NOVEDAD SE PAGA EN LA
       *>  QUINCENA O SEMANA DE SU DÍA.
       *>  -------------------------------------------------------------
       000-CALCULAR-ASIGNACIONES.
           MOVE ZERO TO WS-ASG-CARGADAS.
           MOVE ZERO TO WS-MONTO-ASIGNACIONES.
           COMPUTE WS-SALARIO-DIARIO =
               MONTO-SALARIO OF REG-EMPLEADO / 30.
           COMPUTE WS-SALARIO-HORA =
               MONTO-SALARIO OF REG-EMPLEADO / 30.
           COMPUTE WS-SALARIO-HORA =
               WS-SALARIO-HORA / WS-ASG-HORAS-JORNADA.
           MOVE ZERO TO WS-ASIGNACIONES-EOF.
           MOVE ZERO TO FS-ASIGNACIONES.
           OPEN INPUT F-ASIGNACIONES.
           IF FS-ASIGNACIONES = "00"
               PERFORM UNTIL ASIGNACIONES-EOF
                   READ F-ASIGNACIONES
                       AT END
                           SET ASIGNACIONES-EOF TO TRUE
                       NOT AT END
                           MOVE ASG-DIA TO WS-FRC-DIA
                           PERFORM 000-SUBPERIODO-DEL-DIA
                           IF ASG-CI-EMPLEADO = WS-CI-EMPLEADO
                                   AND ASG-PERIODO = WS-PERIODO-ACTUAL
                                   AND WS-FRC-SUB = WS-SUBPERIODO
                               PERFORM 000-VALORAR-ASIGNACION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-ASIGNACIONES
           END-IF.
       *>  -------------------------------------------------------------
       *>  VALORA EL REG-ASIGNACION EN CURSO SEGÚN SU TIPO, LO GUARDA EN
       *>  LA TABLA DEL EMPLEADO Y LO SUMA AL TOTAL. EL PRODUCTO SE HACE
       *>  EN DOS PASOS POR LA ESCALA DE LOS INTERMEDIOS.
       *>  -------------------------------------------------------------
       000-VALORAR-ASIGNACION.
           MOVE ZERO TO WS-CALCULO-ASIGNACION.
           EVALUATE ASG-TIPO
               WHEN "H"
                   COMPUTE WS-CALCULO-ASIGNACION =
                       WS-SALARIO-HORA * ASG-CANTIDAD
                   COMPUTE WS-CALCULO-ASIGNACION =
                       WS-CALCULO-ASIGNACION * WS-ASG-FACTOR-EXTRA
               WHEN "N"
                   COMPUTE WS-CALCULO-ASIGNACION =
                       WS-SALARIO-HORA * ASG-CANTIDAD
                   COMPUTE WS-CALCULO-ASIGNACION =
                       WS-CALCULO-ASIGNACION * WS-ASG-FACTOR-NOCTURNO
               WHEN "F"
                   COMPUTE WS-CALCULO-ASIGNACION =
                       WS-SALARIO-DIARIO * ASG-CANTIDAD
                   COMPUTE WS-CALCULO-ASIGNACION =
                       WS-CALCULO-ASIGNACION * WS-ASG-FACTOR-FERIADO
               WHEN "C"
                   MOVE ASG-MONTO TO WS-CALCULO-ASIGNACION
           END-EVALUATE.
           IF WS-ASG-CARGADAS < 30
               ADD 1 TO WS-ASG-CARGADAS
               MOVE ASG-TIPO TO WS-ASG-ENT-TIPO (WS-ASG-CARGADAS)
               MOVE ASG-CANTIDAD
                   TO WS-ASG-ENT-CANTIDAD (WS-ASG-CARGADAS)
               COMPUTE WS-ASG-ENT-MONTO (WS-ASG-CARGADAS) ROUNDED =
                   WS-CALCULO-ASIGNACION
               ADD WS-ASG-ENT-MONTO (WS-ASG-CARGADAS)
                   TO WS-MONTO-ASIGNACIONES
           ELSE
               DISPLAY "ADVERTENCIA: CÉDULA " WS-CI-EMPLEADO
                   " EXCEDE 30 ASIGNACIONES EN EL PERÍODO; EL "
                   "EXCEDENTE NO SE PAGA."
           END-IF.
       *>  -------------------------------------------------------------
       *>  DEJA EN WS-ASG-DESCRIPCION EL NOMBRE DEL TIPO DE LA
       *>  ASIGNACIÓN WS-ASG-IDX (PARA LAS LÍNEAS DE NÓMINA Y RECIBO)
       *>  -------------------------------------------------------------
       000-DESCRIBIR-ASIGNACION.
           EVALUATE WS-ASG-ENT-TIPO (WS-ASG-IDX)
               WHEN "H"
                   MOVE "HORAS EXTRA" TO WS-ASG-DESCRIPCION
               WHEN "N"
                   MOVE "BONO NOCTURNO" TO WS-ASG-DESCRIPCION
               WHEN "F"
                   MOVE "FERIADO TRABAJADO" TO WS-ASG-DESCRIPCION
               WHEN OTHER
                   MOVE "COMISIÓN" TO WS-ASG-DESCRIPCION
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  ESCRIBE EN NOMINA.TXT LA LÍNEA DE LA ASIGNACIÓN WS-ASG-IDX
       *>  DEL EMPLEADO EN CURSO Y AVANZA A LA SIGUIENTE
       *>  -------------------------------------------------------------
       000-ESCRIBIR-ASIGNACION-NOMINA.
           PERFORM 000-DESCRIBIR-ASIGNACION.
           DISPLAY "  " WS-ASG-DESCRIPCION ": "
               WS-ASG-ENT-CANTIDAD (WS-ASG-IDX)
               " MONTO: " WS-ASG-ENT-MONTO (WS-ASG-IDX).
           MOVE SPACES TO WS-LINEA-NOMINA.
           IF WS-ASG-ENT-TIPO (WS-ASG-IDX) = "C"
               STRING "  " DELIMITED BY SIZE
                   WS-ASG-DESCRIPCION DELIMITED BY "  "
                   ": " DELIMITED BY SIZE
                   WS-ASG-ENT-MONTO (WS-ASG-IDX) DELIMITED BY SIZE
                   INTO WS-LINEA-NOMINA
           ELSE
               STRING "  " DELIMITED BY SIZE
                   WS-ASG-DESCRIPCION DELIMITED BY "  "
                   ": " DELIMITED BY SIZE
                   WS-ASG-ENT-CANTIDAD (WS-ASG-IDX) DELIMITED BY SIZE
                   " MONTO: " DELIMITED BY SIZE
                   WS-ASG-ENT-MONTO (WS-ASG-IDX) DELIMITED BY SIZE
                   INTO WS-LINEA-NOMINA
           END-IF.
           WRITE REG-NOMINA FROM WS-LINEA-NOMINA.
           ADD 1 TO WS-ASG-IDX.
       *>  -------------------------------------------------------------
       *>  ESCRIBE EN EL RECIBO LA LÍNEA DE LA ASIGNACIÓN WS-ASG-IDX
       *>  DEL EMPLEADO EN CURSO Y AVANZA A LA SIGUIENTE
       *>  -------------------------------------------------------------
       000-ESCRIBIR-ASIGNACION-RECIBO.
           PERFORM 000-DESCRIBIR-ASIGNACION.
           MOVE SPACES TO WS-LINEA-RECIBO.
           IF WS-ASG-ENT-TIPO (WS-ASG-IDX) = "C"
               STRING "    " DELIMITED BY SIZE
                   WS-ASG-DESCRIPCION DELIMITED BY "  "
                   ": " DELIMITED BY SIZE
                   WS-ASG-ENT-MONTO (WS-ASG-IDX) DELIMITED BY SIZE
                   INTO WS-LINEA-RECIBO
           ELSE
               STRING "    " DELIMITED BY SIZE
                   WS-ASG-DESCRIPCION DELIMITED BY "  "
                   ": " DELIMITED BY SIZE
                   WS-ASG-ENT-CANTIDAD (WS-ASG-IDX) DELIMITED BY SIZE
                   " MONTO: " DELIMITED BY SIZE
                   WS-ASG-ENT-MONTO (WS-ASG-IDX) DELIMITED BY SIZE
                   INTO WS-LINEA-RECIBO
           END-IF.
           WRITE REG-RECIBO FROM WS-LINEA-RECIBO.
           ADD 1 TO WS-ASG-IDX.
       *>  -------------------------------------------------------------
       *>  APLICA A REG-EMPLEADO CADA CONCEPTO ACTIVO DE LA TABLA DE
       *>  CONCEPTOS (CARGADA AL INICIO DE LA CORRIDA): "P" COMO
       *>  PORCENTAJE DEL SALARIO, "F" COMO MONTO FIJO, RESPETANDO LA
                   COMPUTE WS-CON-MONTO (WS-CON-IDX) =
                       WS-CALCULO-CONCEPTO / 100
               ELSE
                   *> EL MONTO FIJO ES MENSUAL: SE FRACCIONA EN LA
                   *> NÓMINA QUINCENAL O SEMANAL
                   MOVE WS-CON-VALOR (WS-CON-IDX) TO WS-FRC-MONTO
                   PERFORM 000-FRACCIONAR-MONTO
                   MOVE WS-FRC-RESULTADO TO WS-CON-MONTO (WS-CON-IDX)
               END-IF
               ADD WS-CON-MONTO (WS-CON-IDX) TO WS-OTRAS-DEDUCCIONES
           END-IF.
           ADD 1 TO WS-CON-IDX.
       *>  -------------------------------------------------------------
       *>  CIERRE DE NÓMINA DEL PERÍODO (MES, QUINCENA O SEMANA): APLICA
       *>  A CADA PRÉSTAMO ACTIVO DE LOS EMPLEADOS PAGADOS EN EL PERÍODO
       *>  UN ABONO POR SU CUOTA DEL PERÍODO (LA MISMA QUE
       *>  000-CALCULAR-NETO DEDUJO DEL PAGO), SIN ABONAR NUNCA MÁS QUE
       *>  EL SALDO RESTANTE, Y DEJA CONSTANCIA DEL PERÍODO CERRADO EN
       *>  CIERRES.TXT PARA QUE NO PUEDA CERRARSE DOS VECES. EXIGE LA
       *>  PRE-NÓMINA DEL PERÍODO APROBADA Y QUE EL NETO DEL PERÍODO
       *>  SIGA SIENDO EL APROBADO.
       *>  -------------------------------------------------------------
       001-CERRAR-NOMINA.
           DISPLAY " ".
           DISPLAY "CERRAR NÓMINA DEL PERÍODO.".
           DISPLAY "---------------------------------------".
           PERFORM 000-DETERMINAR-PERIODO-NOMINA.
           PERFORM 000-VERIFICAR-CIERRE-PERIODO.
           IF WS-PERIODO-CERRADO = "S"
               DISPLAY "EL PERÍODO " WS-ETIQUETA-PERIODO
                   " YA FUE CERRADO. NO SE APLICAN ABONOS."
           ELSE
               PERFORM 000-ESTADO-PRENOMINA
               IF WS-PRE-ESTADO NOT = "A"
                   PERFORM 000-RECHAZAR-SIN-PRENOMINA
               ELSE
                   PERFORM 000-VERIFICAR-NETO-APROBADO
                   IF WS-PRE-NETO-VIGENTE = "S"
                       PERFORM 000-EJECUTAR-CIERRE-NOMINA
                   END-IF
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  CONFIRMA Y EJECUTA EL CIERRE DEL PERÍODO EN CURSO (YA
       *>  VERIFICADO ABIERTO Y CON SU PRE-NÓMINA APROBADA)
       *>  -------------------------------------------------------------
       000-EJECUTAR-CIERRE-NOMINA.
           DISPLAY "SE ABONARÁN LAS CUOTAS DEL PERÍODO "
               WS-ETIQUETA-PERIODO " A LOS PRÉSTAMOS ACTIVOS."
           *> EN LA CORRIDA DESATENDIDA LA CONFIRMACIÓN VIENE
           *> RESUELTA POR EL PROPIO ARCHIVO DE PROCESOS
           IF WS-MODO-BATCH = "S"
               MOVE "S" TO WS-CONFIRMACION
           ELSE
               DISPLAY "¿CONFIRMA EL CIERRE? (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRMACION
           END-IF.
           IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
               PERFORM 000-ABONAR-CUOTAS-CIERRE
               *> SI EL SUBLEDGER NO PUDO ABRIRSE NO SE REGISTRA EL
               *> CIERRE: EL PERÍODO QUEDARÍA MARCADO COMO CERRADO
               *> SIN HABERSE APLICADO NINGÚN ABONO. SE PRUEBA LA
               *> BANDERA PROPIA DEL CIERRE Y NO WS-FIN, QUE
               *> CUALQUIER OTRA APERTURA FALLIDA TAMBIÉN ENCIENDE.
               IF WS-CIERRE-ABIERTO = "N"
                   DISPLAY "CIERRE NO REGISTRADO: NO SE PUDO "
                       "ABRIR EL ARCHIVO DE PRÉSTAMOS."
               ELSE
                   PERFORM 000-REGISTRAR-CIERRE
                   DISPLAY "PRÉSTAMOS ABONADOS: "
                       WS-CIERRE-CONTADOR
                   DISPLAY "TOTAL ABONADO: " WS-CIERRE-TOTAL
                   DISPLAY "PERÍODO " WS-ETIQUETA-PERIODO
                       " CERRADO."
               END-IF
           ELSE
               DISPLAY "OPERACIÓN CANCELADA."
           END-IF.
       *>  -------------------------------------------------------------
       *>  BUSCA EN CIERRES.TXT EL PERÍODO WS-PERIODO-ACTUAL DE LA
       *>  FRECUENCIA Y SUBPERÍODO EN CURSO Y DEJA "S"/"N" EN
       *>  WS-PERIODO-CERRADO (LOS CIERRES ANTERIORES A LA FRECUENCIA
       *>  DE PAGO SON MENSUALES)
       *>  -------------------------------------------------------------
       000-VERIFICAR-CIERRE-PERIODO.
           MOVE "N" TO WS-PERIODO-CERRADO.
                       AT END
                           SET CIERRES-EOF TO TRUE
                       NOT AT END
                           PERFORM 000-FRECUENCIA-CIERRE
                           IF CIERRE-PERIODO = WS-PERIODO-ACTUAL
                               AND WS-CIERRE-FRECUENCIA =
                                   WS-FRECUENCIA-NOMINA
                               AND WS-CIERRE-SUBPERIODO = WS-SUBPERIODO
                               MOVE "S" TO WS-PERIODO-CERRADO
                           END-IF
                   END-READ
           END-IF.
       *>  -------------------------------------------------------------
       *>  RECORRE TODO EL SUBLEDGER DE PRÉSTAMOS Y APLICA A CADA
       *>  PRÉSTAMO ACTIVO ("A") UN ABONO POR SU CUOTA DEL PERÍODO
       *>  (SÓLO A LOS TITULARES PAGADOS EN ÉL), LIMITADO AL SALDO
       *>  RESTANTE. UN SALDO QUE LLEGA A CERO PASA A ESTADO
       *>  "C" (CANCELADO). DEJA EN WS-CIERRE-CONTADOR Y WS-CIERRE-TOTAL
       *>  LOS TOTALES DE CONTROL DEL CIERRE.
       *>  -------------------------------------------------------------
           END-IF.
       *>  -------------------------------------------------------------
       *>  ABONA LA CUOTA DEL REG-PRESTAMO ACTIVO EN CURSO, SÓLO SI SU
       *>  TITULAR EXISTE, ESTÁ ACTIVO, COBRA CON LA FRECUENCIA DEL
       *>  CIERRE Y TIENE PAGO REGISTRADO EN EL HISTORIAL DEL PERÍODO:
       *>  LA NÓMINA NO DESCONTÓ CUOTA A LOS EGRESADOS (NI A CÉDULAS
       *>  ELIMINADAS) NI A QUIEN NO COBRÓ EN ESTE PERÍODO, ASÍ QUE EL
       *>  CIERRE TAMPOCO DEBE ABONARLES. EL TITULAR SE CONSULTA UNA
       *>  SOLA VEZ POR CÉDULA (LOS PRÉSTAMOS VIENEN ORDENADOS).
       *>  -------------------------------------------------------------
       000-ABONAR-CUOTA-PRESTAMO.
           IF CI-EMPLEADO-PRE NOT = WS-CIERRE-CI-ULT
               MOVE CI-EMPLEADO-PRE TO WS-CIERRE-CI-ULT
               MOVE CI-EMPLEADO-PRE TO WS-CEDULA
               MOVE "S" TO WS-CIERRE-OMITIR
               PERFORM 000-LOCALIZAR-EMPLEADO
               IF WS-FRECUENCIA-PAGO NOT = "Q"
                       AND WS-FRECUENCIA-PAGO NOT = "S"
                   MOVE "M" TO WS-FRECUENCIA-PAGO
               END-IF
               IF WS-ENCONTRADO = "S" AND WS-ESTADO-EMPLEADO NOT = "I"
                       AND WS-FRECUENCIA-PAGO = WS-FRECUENCIA-NOMINA
                   PERFORM 000-VERIFICAR-PAGO-PERIODO
                   IF WS-PAGO-PERIODO = "S"
                       MOVE "N" TO WS-CIERRE-OMITIR
                   END-IF
               END-IF
           END-IF.
           IF WS-CIERRE-OMITIR = "N"
               MOVE WS-FRECUENCIA-NOMINA TO WS-FRECUENCIA-EMP
               PERFORM 000-CUOTA-PERIODO-PRESTAMO
               MOVE WS-CUOTA-PERIODO TO WS-ABONO-CIERRE
               SUBTRACT WS-ABONO-CIERRE FROM SALDO-PRESTAMO
               IF SALDO-PRESTAMO = ZERO
                   MOVE "C" TO ESTADO-PRESTAMO
           MOVE WS-FECHA-MES TO CIERRE-MES.
           MOVE WS-ANNO-EXTENDIDO TO CIERRE-ANNO.
           MOVE WS-USUARIO-ACTIVO TO CIERRE-USUARIO.
           MOVE WS-FRECUENCIA-NOMINA TO CIERRE-FRECUENCIA.
           MOVE WS-SUBPERIODO TO CIERRE-SUBPERIODO.
           WRITE REG-CIERRE.
           CLOSE F-CIERRES.
       *>  -------------------------------------------------------------
       *>  BUSCA EN HISTORIAL.TXT EL PERÍODO WS-PERIODO-ACTUAL DE LA
       *>  FRECUENCIA Y SUBPERÍODO EN CURSO Y DEJA "S"/"N" EN
       *>  WS-HIST-PERIODO-EXISTE (EVITA DUPLICAR EL HISTORIAL CUANDO
       *>  LA NÓMINA SE VUELVE A CORRER EN EL MISMO PERÍODO)
       *>  -------------------------------------------------------------
                       AT END
                           SET HISTORIAL-EOF TO TRUE
                       NOT AT END
                           PERFORM 000-FRECUENCIA-HISTORIAL
                           *> LOS RETROACTIVOS SON UNA NÓMINA APARTE
                           *> Y NO OCUPAN EL PERÍODO ORDINARIO
                           IF HIST-PERIODO = WS-PERIODO-ACTUAL
                               AND WS-HIST-FRECUENCIA =
                                   WS-FRECUENCIA-NOMINA
                               AND WS-HIST-SUBPERIODO = WS-SUBPERIODO
                               AND HIST-TIPO-PAGO NOT = "R"
                               MOVE "S" TO WS-HIST-PERIODO-EXISTE
                           END-IF
                   END-READ
       000-ESCRIBIR-HISTORIAL.
           MOVE CI-EMPLEADO OF REG-EMPLEADO TO HIST-CI-EMPLEADO.
           MOVE WS-PERIODO-ACTUAL TO HIST-PERIODO.
           *> SALARIO Y SSO DEL PERÍODO DE PAGO: LA SUMA DE LAS
           *> QUINCENAS O SEMANAS DE UN MES DA EL MONTO MENSUAL
           MOVE WS-SALARIO-PERIODO TO HIST-SALARIO.
           MOVE WS-CUOTA-PRESTAMOS TO HIST-PRESTAMO.
           MOVE WS-SSO-PERIODO TO HIST-SSO.
           MOVE WS-NETO TO HIST-NETO.
           MOVE WS-OTRAS-DEDUCCIONES TO HIST-OTRAS.
           MOVE WS-MONTO-AUSENCIAS TO HIST-AUSENCIAS.
           MOVE WS-MONEDA-EMP TO HIST-MONEDA.
           MOVE WS-DIVISA-EMP TO HIST-MONTO-DIVISA.
           MOVE WS-TASA-APLICADA TO HIST-TASA.
           MOVE WS-MONTO-ASIGNACIONES TO HIST-ASIGNACIONES.
           MOVE WS-FRECUENCIA-NOMINA TO HIST-FRECUENCIA.
           MOVE WS-SUBPERIODO TO HIST-SUBPERIODO.
           MOVE SPACE TO HIST-TIPO-PAGO.
           MOVE ZERO TO HIST-DECRETO.
           PERFORM 000-CONCEPTOS-HISTORIAL.
           WRITE REG-HISTORIAL.
       *>  -------------------------------------------------------------
       *>  CARGA EN HIST-CONCEPTOS CADA CONCEPTO RETENIDO AL EMPLEADO EN
       *>  CURSO (WS-CON-MONTO MAYOR QUE CERO) CON SU CÓDIGO Y MONTO
       *>  -------------------------------------------------------------
       000-CONCEPTOS-HISTORIAL.
           MOVE SPACES TO HIST-CONCEPTOS.
           MOVE ZERO TO HIST-CANT-CONCEPTOS.
           MOVE 1 TO WS-CON-IDX.
           PERFORM 000-AGREGAR-CONCEPTO-HIST
               UNTIL WS-CON-IDX > WS-CON-CARGADOS.
       *>  -------------------------------------------------------------
       *>  AGREGA A HIST-CONCEPTOS EL CONCEPTO WS-CON-IDX SI SE LE
       *>  RETUVO AL EMPLEADO Y AVANZA AL SIGUIENTE
       *>  -------------------------------------------------------------
       000-AGREGAR-CONCEPTO-HIST.
           IF WS-CON-MONTO (WS-CON-IDX) > ZERO
                   AND HIST-CANT-CONCEPTOS < 20
               ADD 1 TO HIST-CANT-CONCEPTOS
               MOVE WS-CON-CODIGO (WS-CON-IDX)
                   TO HIST-CON-CODIGO (HIST-CANT-CONCEPTOS)
               MOVE WS-CON-MONTO (WS-CON-IDX)
                   TO HIST-CON-MONTO (HIST-CANT-CONCEPTOS)
           END-IF.
           ADD 1 TO WS-CON-IDX.
       *>  -------------------------------------------------------------
       *>  FIJA EL PERÍODO DE PAGO DE LA CORRIDA: EL MES AAAAMM DE LA
       *>  FECHA DEL SISTEMA, LA FRECUENCIA A PROCESAR (PREGUNTADA EN
       *>  PANTALLA; EN LA CORRIDA DESATENDIDA VIENE COMO PARÁMETRO) Y
       *>  LA QUINCENA O SEMANA DEL MES QUE CORRESPONDE AL DÍA DE HOY
       *>  -------------------------------------------------------------
       000-DETERMINAR-PERIODO-NOMINA.
           COMPUTE WS-PERIODO-ACTUAL =
               WS-ANNO-EXTENDIDO * 100 + WS-FECHA-MES.
           IF WS-MODO-BATCH NOT = "S"
               DISPLAY "FRECUENCIA A PROCESAR (M=MENSUAL/Q=QUINCENAL/"
                   "S=SEMANAL): " WITH NO ADVANCING
               ACCEPT WS-FRECUENCIA-NOMINA
               PERFORM 000-VALIDAR-FRECUENCIA-NOMINA
               PERFORM UNTIL WS-CAMPO-VALIDO = "S"
                   DISPLAY "FRECUENCIA INVÁLIDA (M/Q/S). FRECUENCIA: "
                       WITH NO ADVANCING
                   ACCEPT WS-FRECUENCIA-NOMINA
                   PERFORM 000-VALIDAR-FRECUENCIA-NOMINA
               END-PERFORM
           END-IF.
           MOVE WS-FRECUENCIA-NOMINA TO WS-FRECUENCIA-EMP.
           MOVE WS-FECHA-DIA TO WS-FRC-DIA.
           PERFORM 000-SUBPERIODO-DEL-DIA.
           MOVE WS-FRC-SUB TO WS-SUBPERIODO.
           PERFORM 000-ARMAR-ETIQUETA-PERIODO.
           DISPLAY "PERÍODO DE PAGO: " WS-ETIQUETA-PERIODO.
       *>  -------------------------------------------------------------
       *>  VALIDA LA FRECUENCIA TECLEADA PARA LA CORRIDA (EN BLANCO ES
       *>  LA NÓMINA MENSUAL) Y LA DEJA EN MAYÚSCULA
       *>  -------------------------------------------------------------
       000-VALIDAR-FRECUENCIA-NOMINA.
           MOVE "S" TO WS-CAMPO-VALIDO.
           EVALUATE WS-FRECUENCIA-NOMINA
               WHEN SPACE
               WHEN "m"
                   MOVE "M" TO WS-FRECUENCIA-NOMINA
               WHEN "q"
                   MOVE "Q" TO WS-FRECUENCIA-NOMINA
               WHEN "s"
                   MOVE "S" TO WS-FRECUENCIA-NOMINA
           END-EVALUATE.
           IF WS-FRECUENCIA-NOMINA NOT = "M"
                   AND WS-FRECUENCIA-NOMINA NOT = "Q"
                   AND WS-FRECUENCIA-NOMINA NOT = "S"
               MOVE "N" TO WS-CAMPO-VALIDO
           END-IF.
       *>  -------------------------------------------------------------
       *>  ARMA EN WS-ETIQUETA-PERIODO LA IDENTIFICACIÓN DEL PERÍODO DE
       *>  PAGO: AAAAMM PARA EL MES, AAAAMM-Qnn PARA LA QUINCENA Y
       *>  AAAAMM-Snn PARA LA SEMANA
       *>  -------------------------------------------------------------
       000-ARMAR-ETIQUETA-PERIODO.
           MOVE SPACES TO WS-ETIQUETA-PERIODO.
           IF WS-FRECUENCIA-NOMINA = "M"
               MOVE WS-PERIODO-ACTUAL TO WS-ETIQUETA-PERIODO
           ELSE
               STRING WS-PERIODO-ACTUAL DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-FRECUENCIA-NOMINA DELIMITED BY SIZE
                   WS-SUBPERIODO DELIMITED BY SIZE
                   INTO WS-ETIQUETA-PERIODO
           END-IF.
       *>  -------------------------------------------------------------
       *>  DEJA EN WS-FRC-SUB LA QUINCENA (1 HASTA EL DÍA 15, 2 DESDE
       *>  EL 16) O LA SEMANA DEL MES (DÍAS 1-7, 8-14, 15-21, 22-28 Y
       *>  29 EN ADELANTE) DEL DÍA WS-FRC-DIA SEGÚN WS-FRECUENCIA-EMP;
       *>  CERO EN LA NÓMINA MENSUAL
       *>  -------------------------------------------------------------
       000-SUBPERIODO-DEL-DIA.
           IF WS-FRC-DIA NOT NUMERIC OR WS-FRC-DIA = ZERO
               MOVE 1 TO WS-FRC-DIA
           END-IF.
           EVALUATE WS-FRECUENCIA-EMP
               WHEN "Q"
                   IF WS-FRC-DIA > 15
                       MOVE 2 TO WS-FRC-SUB
                   ELSE
                       MOVE 1 TO WS-FRC-SUB
                   END-IF
               WHEN "S"
                   COMPUTE WS-FRC-SUB = (WS-FRC-DIA - 1) / 7 + 1
               WHEN OTHER
                   MOVE ZERO TO WS-FRC-SUB
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  DEJA EN WS-FRC-TOPE-DIAS LOS DÍAS DEL PERÍODO DE PAGO SOBRE
       *>  EL MES COMERCIAL DE 30 DÍAS: 30 EL MES, 15 LA QUINCENA, 7 LAS
       *>  CUATRO PRIMERAS SEMANAS Y 2 LA QUINTA (DÍAS 29 Y 30). EN UN
       *>  MES WS-FRC-PERIODO QUE TERMINA EL DÍA 28 NO HAY QUINTA
       *>  SEMANA Y LA CUARTA LLEVA LOS 9 DÍAS RESTANTES
       *>  -------------------------------------------------------------
       000-DIAS-SUBPERIODO.
           EVALUATE WS-FRECUENCIA-EMP
               WHEN "Q"
                   MOVE 15 TO WS-FRC-TOPE-DIAS
               WHEN "S"
                   IF WS-SUBPERIODO < 5
                       MOVE 7 TO WS-FRC-TOPE-DIAS
                   ELSE
                       MOVE 2 TO WS-FRC-TOPE-DIAS
                   END-IF
                   IF WS-SUBPERIODO = 4 AND WS-FRC-MES = 2
                       DIVIDE WS-FRC-ANNO BY 4 GIVING WS-FRC-COCIENTE
                           REMAINDER WS-FRC-RESTO-4
                       DIVIDE WS-FRC-ANNO BY 100 GIVING WS-FRC-COCIENTE
                           REMAINDER WS-FRC-RESTO-100
                       DIVIDE WS-FRC-ANNO BY 400 GIVING WS-FRC-COCIENTE
                           REMAINDER WS-FRC-RESTO-400
                       IF WS-FRC-RESTO-4 NOT = ZERO
                               OR (WS-FRC-RESTO-100 = ZERO
                                   AND WS-FRC-RESTO-400 NOT = ZERO)
                           MOVE 9 TO WS-FRC-TOPE-DIAS
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 30 TO WS-FRC-TOPE-DIAS
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  FRACCIONA EL MONTO MENSUAL WS-FRC-MONTO AL PERÍODO DE PAGO EN
       *>  CURSO (MONTO / 30 POR LOS DÍAS DEL PERÍODO) Y LO DEJA EN
       *>  WS-FRC-RESULTADO; EN LA NÓMINA MENSUAL QUEDA IGUAL. EL
       *>  PRODUCTO SE HACE EN DOS PASOS POR LA ESCALA DEL INTERMEDIO.
       *>  EL LLAMADOR DEJA EL MES DEL PAGO EN WS-FRC-PERIODO.
       *>  -------------------------------------------------------------
       000-FRACCIONAR-MONTO.
           IF WS-FRECUENCIA-EMP = "M"
               MOVE WS-FRC-MONTO TO WS-FRC-RESULTADO
           ELSE
               PERFORM 000-DIAS-SUBPERIODO
               COMPUTE WS-FRC-CALCULO = WS-FRC-MONTO * WS-FRC-TOPE-DIAS
               COMPUTE WS-FRC-RESULTADO ROUNDED = WS-FRC-CALCULO / 30
           END-IF.
       *>  -------------------------------------------------------------
       *>  DEJA EN WS-FRECUENCIA-EMP LA FRECUENCIA DE PAGO DE
       *>  REG-EMPLEADO (LOS REGISTROS ANTERIORES LA TRAEN EN BLANCO Y
       *>  SON DE NÓMINA MENSUAL)
       *>  -------------------------------------------------------------
       000-FRECUENCIA-EMPLEADO.
           IF FRECUENCIA-PAGO OF REG-EMPLEADO = "Q"
                   OR FRECUENCIA-PAGO OF REG-EMPLEADO = "S"
               MOVE FRECUENCIA-PAGO OF REG-EMPLEADO
                   TO WS-FRECUENCIA-EMP
           ELSE
               MOVE "M" TO WS-FRECUENCIA-EMP
           END-IF.
       *>  -------------------------------------------------------------
       *>  DEJA EN WS-HIST-FRECUENCIA Y WS-HIST-SUBPERIODO LA FRECUENCIA
       *>  Y EL SUBPERÍODO DEL REG-HISTORIAL EN CURSO (LOS REGISTROS
       *>  ANTERIORES A ESOS CAMPOS SON PAGOS MENSUALES)
       *>  -------------------------------------------------------------
       000-FRECUENCIA-HISTORIAL.
           IF HIST-FRECUENCIA = "Q" OR HIST-FRECUENCIA = "S"
               MOVE HIST-FRECUENCIA TO WS-HIST-FRECUENCIA
           ELSE
               MOVE "M" TO WS-HIST-FRECUENCIA
           END-IF.
           IF HIST-SUBPERIODO NUMERIC
               MOVE HIST-SUBPERIODO TO WS-HIST-SUBPERIODO
           ELSE
               MOVE ZERO TO WS-HIST-SUBPERIODO
           END-IF.
       *>  -------------------------------------------------------------
       *>  DEJA EN WS-CIERRE-FRECUENCIA Y WS-CIERRE-SUBPERIODO LA
       *>  FRECUENCIA Y EL SUBPERÍODO DEL REG-CIERRE EN CURSO (LOS
       *>  CIERRES ANTERIORES A ESOS CAMPOS SON MENSUALES)
       *>  -------------------------------------------------------------
       000-FRECUENCIA-CIERRE.
           IF CIERRE-FRECUENCIA = "Q" OR CIERRE-FRECUENCIA = "S"
               MOVE CIERRE-FRECUENCIA TO WS-CIERRE-FRECUENCIA
           ELSE
               MOVE "M" TO WS-CIERRE-FRECUENCIA
           END-IF.
           IF CIERRE-SUBPERIODO NUMERIC
               MOVE CIERRE-SUBPERIODO TO WS-CIERRE-SUBPERIODO
           ELSE
               MOVE ZERO TO WS-CIERRE-SUBPERIODO
           END-IF.
       *>  -------------------------------------------------------------
       *>  BUSCA EN HISTORIAL.TXT UN PAGO DE WS-CEDULA EN EL PERÍODO,
       *>  FRECUENCIA Y SUBPERÍODO EN CURSO Y DEJA "S"/"N" EN
       *>  WS-PAGO-PERIODO
       *>  -------------------------------------------------------------
       000-VERIFICAR-PAGO-PERIODO.
           MOVE "N" TO WS-PAGO-PERIODO.
           MOVE ZERO TO WS-HISTORIAL-EOF.
           MOVE ZERO TO FS-HISTORIAL.
           OPEN INPUT F-HISTORIAL.
           IF FS-HISTORIAL = "00"
               PERFORM UNTIL HISTORIAL-EOF OR WS-PAGO-PERIODO = "S"
                   READ F-HISTORIAL
                       AT END
                           SET HISTORIAL-EOF TO TRUE
                       NOT AT END
                           PERFORM 000-FRECUENCIA-HISTORIAL
                           IF HIST-CI-EMPLEADO = WS-CEDULA
                               AND HIST-PERIODO = WS-PERIODO-ACTUAL
                               AND WS-HIST-FRECUENCIA =
                                   WS-FRECUENCIA-NOMINA
                               AND WS-HIST-SUBPERIODO = WS-SUBPERIODO
                               AND HIST-TIPO-PAGO NOT = "R"
                               MOVE "S" TO WS-PAGO-PERIODO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-HISTORIAL
           END-IF.
       *>  -------------------------------------------------------------
       *>  DEJA "S" EN WS-PERIODO-CERRADO SI EL MES WS-PERIODO-ACTUAL
       *>  TIENE ALGÚN CIERRE Y ESTÁN CERRADOS TODOS LOS PERÍODOS DE
       *>  PAGO (MES, QUINCENAS O SEMANAS) CON HISTORIAL EN ESE MES
       *>  -------------------------------------------------------------
       000-VERIFICAR-CIERRE-MES.
           MOVE "N" TO WS-PERIODO-CERRADO.
           MOVE ZERO TO WS-CMS-CARGADOS.
           MOVE ZERO TO WS-CIERRES-EOF.
           MOVE ZERO TO FS-CIERRES.
           OPEN INPUT F-CIERRES.
           IF FS-CIERRES = "00"
               PERFORM UNTIL CIERRES-EOF
                   READ F-CIERRES
                       AT END
                           SET CIERRES-EOF TO TRUE
                       NOT AT END
                           IF CIERRE-PERIODO = WS-PERIODO-ACTUAL
                                   AND WS-CMS-CARGADOS < 10
                               PERFORM 000-FRECUENCIA-CIERRE
                               ADD 1 TO WS-CMS-CARGADOS
                               MOVE WS-CIERRE-FRECUENCIA TO
                                   WS-CMS-FRECUENCIA (WS-CMS-CARGADOS)
                               MOVE WS-CIERRE-SUBPERIODO TO
                                   WS-CMS-SUBPERIODO (WS-CMS-CARGADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-CIERRES
           END-IF.
           IF WS-CMS-CARGADOS > ZERO
               MOVE "S" TO WS-PERIODO-CERRADO
               MOVE ZERO TO WS-HISTORIAL-EOF
               MOVE ZERO TO FS-HISTORIAL
               OPEN INPUT F-HISTORIAL
               IF FS-HISTORIAL = "00"
                   PERFORM UNTIL HISTORIAL-EOF
                           OR WS-PERIODO-CERRADO = "N"
                       READ F-HISTORIAL
                           AT END
                               SET HISTORIAL-EOF TO TRUE
                           NOT AT END
                               IF HIST-PERIODO = WS-PERIODO-ACTUAL
                                       AND HIST-TIPO-PAGO NOT = "R"
                                   PERFORM 000-FRECUENCIA-HISTORIAL
                                   PERFORM 000-BUSCAR-CIERRE-MES
                                   MOVE WS-CMS-HALLADO
                                       TO WS-PERIODO-CERRADO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE F-HISTORIAL
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  BUSCA EN LA TABLA DE CIERRES DEL MES LA FRECUENCIA Y EL
       *>  SUBPERÍODO DEL REG-HISTORIAL EN CURSO Y DEJA "S"/"N" EN
       *>  WS-CMS-HALLADO
       *>  -------------------------------------------------------------
       000-BUSCAR-CIERRE-MES.
           MOVE "N" TO WS-CMS-HALLADO.
           MOVE 1 TO WS-CMS-IDX.
           PERFORM 000-COMPARAR-CIERRE-MES
               UNTIL WS-CMS-IDX > WS-CMS-CARGADOS
                   OR WS-CMS-HALLADO = "S".
       *>  -------------------------------------------------------------
       *>  COMPARA LA ENTRADA WS-CMS-IDX CON EL REG-HISTORIAL EN CURSO
       *>  Y AVANZA A LA SIGUIENTE
       *>  -------------------------------------------------------------
       000-COMPARAR-CIERRE-MES.
           IF WS-CMS-FRECUENCIA (WS-CMS-IDX) = WS-HIST-FRECUENCIA
                   AND WS-CMS-SUBPERIODO (WS-CMS-IDX)
                       = WS-HIST-SUBPERIODO
               MOVE "S" TO WS-CMS-HALLADO
           END-IF.
           ADD 1 TO WS-CMS-IDX.
       *>  -------------------------------------------------------------
       *>  CONSULTA EL HISTORIAL DE PAGOS DE UNA CÉDULA: MUESTRA CADA
       *>  PERÍODO REGISTRADO EN HISTORIAL.TXT, EL ACUMULADO DE CADA AÑO
       *>  Y EL ACUMULADO DEL AÑO EN CURSO. LA CÉDULA SE UBICA CON
       *>  000-LOCALIZAR-EMPLEADO, IGUAL QUE 001-CONSULTAR (LECTURA
       *>  DIRECTA POR CLAVE SOBRE EL MAESTRO).
       *>  -------------------------------------------------------------
       001-HISTORIAL.
           DISPLAY " ".
           DISPLAY "HISTORIAL DE PAGOS DE UN EMPLEADO.".
           DISPLAY "---------------------------------------".
           DISPLAY " ".
           DISPLAY "CÉDULA No: " WITH NO ADVANCING.
           ACCEPT WS-CEDULA.
           PERFORM 000-LOCALIZAR-EMPLEADO.
           IF WS-ENCONTRADO = "S"
               DISPLAY "EMPLEADO: " WS-APELLIDO
               DISPLAY "          " WS-NOMBRE
               DISPLAY "CÉDULA:   " WS-CI-EMPLEADO
               DISPLAY "----------------------------------------"
               PERFORM 000-MOSTRAR-HISTORIAL-EMPLEADO
               *> LOS AÑOS YA ARCHIVADOS SE CONSULTAN EN SU
               *> HISTORIAL.AAAA; EN EL VIVO SÓLO QUEDA SU RESUMEN
               DISPLAY "¿CONSULTAR UN AÑO ARCHIVADO? (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
                   DISPLAY "AÑO (AAAA): " WITH NO ADVANCING
                   ACCEPT WS-ARCH-ANNO-CONSULTA
                   PERFORM 000-MOSTRAR-HISTORIAL-ARCHIVADO
               END-IF
           ELSE
               DISPLAY "EMPLEADO NO ENCONTRADO."
           END-IF.
       *>  -------------------------------------------------------------
       *>  RECORRE HISTORIAL.TXT MOSTRANDO LOS PAGOS DE WS-CEDULA Y
       *>  ACUMULANDO POR AÑO EN WS-ACUMULADOS-HISTORIAL; AL FINAL
       *>  MUESTRA EL RESUMEN ANUAL Y EL ACUMULADO DEL AÑO EN CURSO
       *>  -------------------------------------------------------------
       000-MOSTRAR-HISTORIAL-EMPLEADO.
           MOVE ZERO TO WS-HIST-CONTADOR.
           MOVE ZERO TO WS-ACUM-TOTAL-ANNOS.
           MOVE ZERO TO WS-HISTORIAL-EOF.
           MOVE ZERO TO FS-HISTORIAL.
           OPEN INPUT F-HISTORIAL.
           IF FS-HISTORIAL = "00"
               PERFORM UNTIL HISTORIAL-EOF
                   READ F-HISTORIAL
                       AT END
                           SET HISTORIAL-EOF TO TRUE
                       NOT AT END
                           IF HIST-CI-EMPLEADO = WS-CEDULA
                               ADD 1 TO WS-HIST-CONTADOR
                               *> EL PERÍODO AAAA00 ES EL RESUMEN DE UN
                               *> AÑO YA ARCHIVADO EN HISTORIAL.AAAA
                               COMPUTE WS-HIST-ANNO = HIST-PERIODO / 100
                               IF HIST-PERIODO = WS-HIST-ANNO * 100
                                   DISPLAY "RESUMEN DEL AÑO ARCHIVADO "
                                       WS-HIST-ANNO ":"
                               END-IF
                               DISPLAY "PERÍODO: " HIST-PERIODO
                                   " SALARIO: " HIST-SALARIO
                                   " PRÉSTAMO: " HIST-PRESTAMO
                               PERFORM 000-FRECUENCIA-HISTORIAL
                               IF WS-HIST-FRECUENCIA = "Q"
                                   DISPLAY "  QUINCENA: "
                                       WS-HIST-SUBPERIODO
                               END-IF
                               IF WS-HIST-FRECUENCIA = "S"
                                   DISPLAY "  SEMANA: "
                                       WS-HIST-SUBPERIODO
                               END-IF
                               IF HIST-TIPO-PAGO = "R"
                                   DISPLAY "  RETROACTIVO DEL DECRETO: "
                                       HIST-DECRETO
                               END-IF
                               IF HIST-OTRAS NUMERIC
                                   DISPLAY "  SSO: " HIST-SSO
                                       " OTRAS DED.: " HIST-OTRAS
                                   DISPLAY "  DESCUENTO AUSENCIAS: "
                                       HIST-AUSENCIAS
                               END-IF
                               IF HIST-ASIGNACIONES NUMERIC
                                       AND HIST-ASIGNACIONES > ZERO
                                   DISPLAY "  ASIGNACIONES VARIABLES: "
                                       HIST-ASIGNACIONES
                               END-IF
                               IF HIST-MONEDA = "D"
                                       AND HIST-MONTO-DIVISA NUMERIC
                                   DISPLAY "  ANCLA EN DIVISA: "
               MOVE ZERO TO WS-ACUM-SSO (WS-ACUM-IDX)
               MOVE ZERO TO WS-ACUM-OTRAS (WS-ACUM-IDX)
               MOVE ZERO TO WS-ACUM-AUSENCIAS (WS-ACUM-IDX)
               MOVE ZERO TO WS-ACUM-ASIGNACIONES (WS-ACUM-IDX)
               MOVE ZERO TO WS-ACUM-NETO (WS-ACUM-IDX)
           END-IF.
           IF WS-ACUM-IDX <= WS-ACUM-TOTAL-ANNOS
                   ADD HIST-AUSENCIAS
                       TO WS-ACUM-AUSENCIAS (WS-ACUM-IDX)
               END-IF
               IF HIST-ASIGNACIONES NUMERIC
                   ADD HIST-ASIGNACIONES
                       TO WS-ACUM-ASIGNACIONES (WS-ACUM-IDX)
               END-IF
               ADD HIST-NETO TO WS-ACUM-NETO (WS-ACUM-IDX)
           END-IF.
       *>  -------------------------------------------------------------
               DISPLAY "  DESCUENTO AUSENCIAS: "
                   WS-ACUM-AUSENCIAS (WS-ACUM-IDX)
           END-IF.
           IF WS-ACUM-ASIGNACIONES (WS-ACUM-IDX) > ZERO
               DISPLAY "  ASIGNACIONES VARIABLES: "
                   WS-ACUM-ASIGNACIONES (WS-ACUM-IDX)
           END-IF.
           ADD 1 TO WS-ACUM-IDX.
       *>  -------------------------------------------------------------
       *>  GENERA RECIBOS.TXT CON UN RECIBO DE PAGO FIRMABLE POR
           DISPLAY " ".
           DISPLAY "GENERAR RECIBOS DE PAGO.".
           DISPLAY "========================================".
           PERFORM 000-DETERMINAR-PERIODO-NOMINA.
           MOVE ZERO TO WS-RECIBO-CONTADOR.
           MOVE ZERO TO WS-EMPLEADOS-EOF.
           PERFORM 000-CARGAR-CONCEPTOS.
                   AT END
                       SET EMPLEADOS-EOF TO TRUE
                   NOT AT END
                       *> LOS EMPLEADOS EGRESADOS NO RECIBEN RECIBO, Y
                       *> SÓLO SE EMITE A LOS DE LA FRECUENCIA EN CURSO
                       PERFORM 000-FRECUENCIA-EMPLEADO
                       IF ESTADO-EMPLEADO OF REG-EMPLEADO NOT = "I"
                           AND WS-FRECUENCIA-EMP = WS-FRECUENCIA-NOMINA
                           PERFORM 000-APLICAR-TASA-EMPLEADO
                           PERFORM 000-CALCULAR-NETO
                           PERFORM 000-ESCRIBIR-RECIBO
           WRITE REG-RECIBO FROM WS-LINEA-RECIBO.
           MOVE SPACES TO WS-LINEA-RECIBO.
           STRING "RECIBO DE PAGO - PERÍODO " DELIMITED BY SIZE
               WS-ETIQUETA-PERIODO DELIMITED BY SIZE
               INTO WS-LINEA-RECIBO.
           WRITE REG-RECIBO FROM WS-LINEA-RECIBO.
           MOVE SPACES TO WS-LINEA-RECIBO.
           WRITE REG-RECIBO FROM WS-LINEA-RECIBO.
           MOVE SPACES TO WS-LINEA-RECIBO.
           STRING "  SALARIO: " DELIMITED BY SIZE
               WS-SALARIO-PERIODO DELIMITED BY SIZE
               INTO WS-LINEA-RECIBO.
           WRITE REG-RECIBO FROM WS-LINEA-RECIBO.
           IF WS-MONEDA-EMP = "D"
                   WS-MONTO-AUSENCIAS DELIMITED BY SIZE
                   INTO WS-LINEA-RECIBO
               WRITE REG-RECIBO FROM WS-LINEA-RECIBO
           END-IF.
           IF WS-ASG-CARGADAS > ZERO
               MOVE "  ASIGNACIONES:" TO WS-LINEA-RECIBO
               WRITE REG-RECIBO FROM WS-LINEA-RECIBO
               MOVE 1 TO WS-ASG-IDX
               PERFORM 000-ESCRIBIR-ASIGNACION-RECIBO
                   UNTIL WS-ASG-IDX > WS-ASG-CARGADAS
           END-IF.
           IF WS-AUS-DIAS-DESCUENTO > ZERO OR WS-ASG-CARGADAS > ZERO
               MOVE SPACES TO WS-LINEA-RECIBO
               STRING "  SALARIO DEL PERÍODO: " DELIMITED BY SIZE
                   WS-SALARIO-PAGADO DELIMITED BY SIZE
           PERFORM 000-DETALLAR-PRESTAMOS-RECIBO.
           MOVE SPACES TO WS-LINEA-RECIBO.
           STRING "    SSO: " DELIMITED BY SIZE
               WS-SSO-PERIODO DELIMITED BY SIZE
               INTO WS-LINEA-RECIBO.
           WRITE REG-RECIBO FROM WS-LINEA-RECIBO.
           MOVE 1 TO WS-CON-IDX.
           PERFORM 000-ESCRIBIR-CONCEPTO-RECIBO
               UNTIL WS-CON-IDX > WS-CON-CARGADOS.
           MOVE 1 TO WS-EME-IDX.
           PERFORM 000-ESCRIBIR-EMBARGO-RECIBO
               UNTIL WS-EME-IDX > WS-EME-CARGADOS.
           MOVE SPACES TO WS-LINEA-RECIBO.
           STRING "  NETO A PAGAR: " DELIMITED BY SIZE
               WS-NETO DELIMITED BY SIZE
       *>  ARMA Y ESCRIBE LA LÍNEA DE UN PRÉSTAMO ACTIVO EN EL RECIBO
       *>  -------------------------------------------------------------
       000-LINEA-PRESTAMO-RECIBO.
           PERFORM 000-CUOTA-PERIODO-PRESTAMO.
           MOVE WS-CUOTA-PERIODO TO WS-CUOTA-RECIBO.
           COMPUTE WS-SALDO-RECIBO =
               SALDO-PRESTAMO - WS-CUOTA-RECIBO.
           MOVE SPACES TO WS-LINEA-RECIBO.
           IF WS-SALARIO-DIVISA NOT NUMERIC
               MOVE ZERO TO WS-SALARIO-DIVISA
           END-IF.
           *> Y CON LA FRECUENCIA DE PAGO (MENSUAL POR OMISIÓN)
           IF WS-FRECUENCIA-PAGO NOT = "Q"
                   AND WS-FRECUENCIA-PAGO NOT = "S"
               MOVE "M" TO WS-FRECUENCIA-PAGO
           END-IF.
           PERFORM 000-VALIDAR-DEPARTAMENTO-EMP.
           IF WS-CAMPO-VALIDO = "N"
               MOVE "N" TO WS-REGISTRO-VALIDO
               END-EVALUATE
           END-IF.
       *>  -------------------------------------------------------------
       *>  REGISTRA EN ASIGNACIONES.TXT LAS ASIGNACIONES VARIABLES DE
       *>  UNA CÉDULA EN EL PERÍODO: HORAS EXTRA, HORAS DE BONO
       *>  NOCTURNO, DÍAS FERIADOS TRABAJADOS O COMISIONES. LA NÓMINA
       *>  LAS VALORA CON LOS RECARGOS DE LA LOTTT Y LAS SUMA AL
       *>  SALARIO DEL PERÍODO (VER 000-CALCULAR-ASIGNACIONES).
       *>  -------------------------------------------------------------
       001-REGISTRAR-ASIGNACIONES.
           DISPLAY " ".
           DISPLAY "REGISTRAR ASIGNACIONES VARIABLES DEL PERÍODO.".
           DISPLAY "---------------------------------------".
           DISPLAY " ".
           DISPLAY "CÉDULA No: " WITH NO ADVANCING.
           ACCEPT WS-CEDULA.
           PERFORM 000-LOCALIZAR-EMPLEADO.
           IF WS-ENCONTRADO NOT = "S"
               DISPLAY "EMPLEADO NO ENCONTRADO."
           ELSE
               IF WS-ESTADO-EMPLEADO = "I"
                   DISPLAY "EL EMPLEADO ESTÁ EGRESADO."
               ELSE
                   DISPLAY "EMPLEADO: " WS-APELLIDO
                   PERFORM 000-CAPTURAR-ASIGNACION
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  SOLICITA EL TIPO, LA FECHA Y LA CANTIDAD (HORAS O DÍAS) O EL
       *>  MONTO DE LA COMISIÓN Y GRABA LA NOVEDAD (EL PERÍODO AAAAMM SE
       *>  TOMA DE LA FECHA)
       *>  -------------------------------------------------------------
       000-CAPTURAR-ASIGNACION.
           DISPLAY "TIPO (H=HORAS EXTRA/N=BONO NOCTURNO/"
               "F=FERIADO/C=COMISIÓN): " WITH NO ADVANCING.
           ACCEPT WS-ASG-TIPO.
           PERFORM 000-VALIDAR-TIPO-ASIGNACION.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "TIPO INVÁLIDO (H/N/F/C). TIPO: "
                   WITH NO ADVANCING
               ACCEPT WS-ASG-TIPO
               PERFORM 000-VALIDAR-TIPO-ASIGNACION
           END-PERFORM.
           DISPLAY "FECHA - DIA: " WITH NO ADVANCING.
           ACCEPT WS-ASG-DIA.
           DISPLAY "FECHA - MES: " WITH NO ADVANCING.
           ACCEPT WS-ASG-MES.
           DISPLAY "FECHA - AÑO: " WITH NO ADVANCING.
           ACCEPT WS-ASG-ANNO.
           MOVE WS-ASG-DIA TO WS-AUS-DIA.
           MOVE WS-ASG-MES TO WS-AUS-MES.
           PERFORM 000-VALIDAR-FECHA-AUS.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "FECHA INVÁLIDA."
               DISPLAY "FECHA - DIA: " WITH NO ADVANCING
               ACCEPT WS-ASG-DIA
               DISPLAY "FECHA - MES: " WITH NO ADVANCING
               ACCEPT WS-ASG-MES
               DISPLAY "FECHA - AÑO: " WITH NO ADVANCING
               ACCEPT WS-ASG-ANNO
               MOVE WS-ASG-DIA TO WS-AUS-DIA
               MOVE WS-ASG-MES TO WS-AUS-MES
               PERFORM 000-VALIDAR-FECHA-AUS
           END-PERFORM.
           MOVE ZERO TO WS-ASG-CANTIDAD.
           MOVE ZERO TO WS-ASG-MONTO.
           EVALUATE WS-ASG-TIPO
               WHEN "C"
                   DISPLAY "MONTO DE LA COMISIÓN: " WITH NO ADVANCING
                   ACCEPT WS-ASG-MONTO
                   PERFORM UNTIL WS-ASG-MONTO > ZERO
                       DISPLAY "MONTO INVÁLIDO (MAYOR QUE CERO). "
                           "MONTO: " WITH NO ADVANCING
                       ACCEPT WS-ASG-MONTO
                   END-PERFORM
               WHEN "F"
                   DISPLAY "DÍAS FERIADOS TRABAJADOS: "
                       WITH NO ADVANCING
                   ACCEPT WS-ASG-CANTIDAD
                   PERFORM UNTIL WS-ASG-CANTIDAD >= 1
                           AND WS-ASG-CANTIDAD <= 31
                       DISPLAY "DÍAS INVÁLIDOS (ENTRE 1 Y 31). "
                           "DÍAS: " WITH NO ADVANCING
                       ACCEPT WS-ASG-CANTIDAD
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "HORAS: " WITH NO ADVANCING
                   ACCEPT WS-ASG-CANTIDAD
                   PERFORM UNTIL WS-ASG-CANTIDAD > ZERO
                       DISPLAY "HORAS INVÁLIDAS (MAYOR QUE CERO). "
                           "HORAS: " WITH NO ADVANCING
                       ACCEPT WS-ASG-CANTIDAD
                   END-PERFORM
           END-EVALUATE.
           MOVE ZERO TO FS-ASIGNACIONES.
           OPEN EXTEND F-ASIGNACIONES.
           IF FS-ASIGNACIONES = "35"
               OPEN OUTPUT F-ASIGNACIONES
               CLOSE F-ASIGNACIONES
               OPEN EXTEND F-ASIGNACIONES
           END-IF.
           MOVE WS-CEDULA TO ASG-CI-EMPLEADO.
           COMPUTE ASG-PERIODO = WS-ASG-ANNO * 100 + WS-ASG-MES.
           MOVE WS-ASG-TIPO TO ASG-TIPO.
           MOVE WS-ASG-CANTIDAD TO ASG-CANTIDAD.
           MOVE WS-ASG-MONTO TO ASG-MONTO.
           MOVE WS-ASG-DIA TO ASG-DIA.
           MOVE WS-ASG-MES TO ASG-MES.
           MOVE WS-ASG-ANNO TO ASG-ANNO.
           WRITE REG-ASIGNACION.
           CLOSE F-ASIGNACIONES.
           DISPLAY "ASIGNACIÓN REGISTRADA EN EL PERÍODO " ASG-PERIODO.
       *>  -------------------------------------------------------------
       *>  VALIDA WS-ASG-TIPO (DEBE SER H, N, F O C)
       *>  -------------------------------------------------------------
       000-VALIDAR-TIPO-ASIGNACION.
           MOVE "S" TO WS-CAMPO-VALIDO.
           IF WS-ASG-TIPO = "h"
               MOVE "H" TO WS-ASG-TIPO
           END-IF.
           IF WS-ASG-TIPO = "n"
               MOVE "N" TO WS-ASG-TIPO
           END-IF.
           IF WS-ASG-TIPO = "f"
               MOVE "F" TO WS-ASG-TIPO
           END-IF.
           IF WS-ASG-TIPO = "c"
               MOVE "C" TO WS-ASG-TIPO
           END-IF.
           IF WS-ASG-TIPO NOT = "H" AND WS-ASG-TIPO NOT = "N"
                   AND WS-ASG-TIPO NOT = "F"
                   AND WS-ASG-TIPO NOT = "C"
               MOVE "N" TO WS-CAMPO-VALIDO
               MOVE "ASG-TIPO" TO WS-NOMBRE-CAMPO-EXCEPCION
               MOVE WS-ASG-TIPO TO WS-VALOR-EXCEPCION
               MOVE "TIPO DE ASIGNACIÓN DEBE SER H, N, F O C"
                   TO WS-MOTIVO-EXCEPCION
               PERFORM 000-REGISTRAR-EXCEPCION
           END-IF.
       *>  -------------------------------------------------------------
       *>  SUMA EN WS-VAC-SALDO LOS CRÉDITOS MENOS LOS DÉBITOS DE
       *>  VACACIONES DE WS-CEDULA Y CUENTA SUS MOVIMIENTOS EN
       *>  WS-VAC-MOVIMIENTOS (CERO SI NO TIENE SUBLEDGER)
       *>  DÍAS DE SALARIO, MÁS LOS DÍAS ADICIONALES POR AÑO DE SERVICIO
       *>  (2 POR AÑO A PARTIR DEL SEGUNDO, TOPE 30, ACREDITADOS EN EL
       *>  TRIMESTRE DEL ANIVERSARIO DE INGRESO), MÁS LOS INTERESES DE
       *>  LA TASA SOBRE EL SALDO ANTERIOR DEL FONDO. EL SALARIO BASE ES
       *>  EL PROMEDIO MENSUAL DEVENGADO EN EL TRIMESTRE SEGÚN EL
       *>  HISTORIAL (VER 000-DEVENGADO-TRIMESTRE-EMP).
       *>  -------------------------------------------------------------
       000-ABONAR-PRESTACION-EMP.
           MOVE CI-EMPLEADO OF REG-EMPLEADO TO WS-CI-EMPLEADO.
           PERFORM 000-CALCULAR-SALDO-PRESTACIONES.
           PERFORM 000-DEVENGADO-TRIMESTRE-EMP.
           COMPUTE WS-SALARIO-DIARIO = WS-PRS-SALARIO-BASE / 30.
           MOVE 15 TO WS-PRS-DIAS-ABONO.
           COMPUTE WS-ANNOS-SERVICIO =
               WS-ANNO-EXTENDIDO - INGRESO-ANNO OF REG-EMPLEADO.
           MOVE WS-CI-EMPLEADO TO CI-EMPLEADO-PRS.
           MOVE WS-PRS-PERIODO TO PRS-PERIODO.
           MOVE WS-PRS-DIAS-ABONO TO PRS-DIAS.
           MOVE WS-PRS-SALARIO-BASE TO PRS-SALARIO-BASE.
           MOVE WS-PRS-MONTO-ABONO TO PRS-MONTO.
           MOVE WS-PRS-INTERES-CALC TO PRS-INTERESES.
           WRITE REG-PRESTACION
                   ADD WS-PRS-MONTO-ABONO TO WS-PRS-TOTAL-ABONO
           END-WRITE.
       *>  -------------------------------------------------------------
       *>  DEJA EN WS-PRS-SALARIO-BASE EL PROMEDIO MENSUAL DEVENGADO POR
       *>  WS-CI-EMPLEADO EN LOS MESES DEL TRIMESTRE QUE CIERRA EN
       *>  WS-PRS-PERIODO (SALARIO - AUSENCIAS + ASIGNACIONES VARIABLES
       *>  DEL HISTORIAL). SI EL TRIMESTRE AÚN NO TIENE PAGOS EN EL
       *>  HISTORIAL SE TOMA EL SALARIO VIGENTE DEL MAESTRO.
       *>  -------------------------------------------------------------
       000-DEVENGADO-TRIMESTRE-EMP.
           COMPUTE WS-PRS-DESDE = WS-PRS-PERIODO - 2.
           MOVE ZERO TO WS-PRS-DEVENGADO.
           MOVE ZERO TO WS-PRS-MESES.
           MOVE ZERO TO WS-PRS-ULTIMO-PERIODO.
           MOVE ZERO TO WS-HISTORIAL-EOF.
           MOVE ZERO TO FS-HISTORIAL.
           OPEN INPUT F-HISTORIAL.
           IF FS-HISTORIAL = "00"
               PERFORM UNTIL HISTORIAL-EOF
                   READ F-HISTORIAL
                       AT END
                           SET HISTORIAL-EOF TO TRUE
                       NOT AT END
                           IF HIST-CI-EMPLEADO = WS-CI-EMPLEADO
                               AND HIST-PERIODO >= WS-PRS-DESDE
                               AND HIST-PERIODO <= WS-PRS-PERIODO
                               PERFORM 000-SUMAR-DEVENGADO-PRS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-HISTORIAL
           END-IF.
           IF WS-PRS-MESES > ZERO
               COMPUTE WS-PRS-SALARIO-BASE ROUNDED =
                   WS-PRS-DEVENGADO / WS-PRS-MESES
           ELSE
               MOVE MONTO-SALARIO OF REG-EMPLEADO
                   TO WS-PRS-SALARIO-BASE
           END-IF.
       *>  -------------------------------------------------------------
       *>  SUMA EL DEVENGADO DEL REG-HISTORIAL EN CURSO AL DEL TRIMESTRE
       *>  Y CUENTA EL MES SI ES DISTINTO DEL ÚLTIMO SUMADO
       *>  -------------------------------------------------------------
       000-SUMAR-DEVENGADO-PRS.
           IF HIST-PERIODO NOT = WS-PRS-ULTIMO-PERIODO
                   AND HIST-TIPO-PAGO NOT = "R"
               ADD 1 TO WS-PRS-MESES
               MOVE HIST-PERIODO TO WS-PRS-ULTIMO-PERIODO
           END-IF.
           ADD HIST-SALARIO TO WS-PRS-DEVENGADO.
           IF HIST-AUSENCIAS NUMERIC
               SUBTRACT HIST-AUSENCIAS FROM WS-PRS-DEVENGADO
           END-IF.
           IF HIST-ASIGNACIONES NUMERIC
               ADD HIST-ASIGNACIONES TO WS-PRS-DEVENGADO
           END-IF.
       *>  -------------------------------------------------------------
       *>  SUMA EN WS-PRS-SALDO LOS ABONOS DEL FONDO DE PRESTACIONES DE
       *>  WS-CI-EMPLEADO Y CUENTA SUS MOVIMIENTOS EN WS-PRS-MOVIMIENTOS
       *>  (CERO SI LA CÉDULA NO TIENE SUBLEDGER). EL ARCHIVO DEBE VENIR
                                   WS-DEP-SUB-SALARIO (WS-DEP-CARGADOS)
                               MOVE ZERO TO
                                   WS-DEP-SUB-NETO (WS-DEP-CARGADOS)
                               MOVE ZERO TO
                                   WS-DEP-SUB-IVSS (WS-DEP-CARGADOS)
                               MOVE ZERO TO
                                   WS-DEP-SUB-RPE (WS-DEP-CARGADOS)
                               MOVE ZERO TO
                                   WS-DEP-SUB-FAOV (WS-DEP-CARGADOS)
                               MOVE ZERO TO
                                   WS-DEP-SUB-INCES (WS-DEP-CARGADOS)
                           ELSE
                               DISPLAY "ADVERTENCIA: DEPARTAMENTOS.TXT "
                                   "EXCEDE 30 DEPARTAMENTOS; EL "
           END-IF.
           IF WS-DEP-HALLADO = "S"
               ADD 1 TO WS-DEP-SUB-EMPLEADOS (WS-DEP-IDX)
               ADD WS-SALARIO-PERIODO
                   TO WS-DEP-SUB-SALARIO (WS-DEP-IDX)
               ADD WS-NETO TO WS-DEP-SUB-NETO (WS-DEP-IDX)
           ELSE
               ADD 1 TO WS-DEP-SIN-EMPLEADOS
               ADD WS-SALARIO-PERIODO TO WS-DEP-SIN-SALARIO
               ADD WS-NETO TO WS-DEP-SIN-NETO
           END-IF.
       *>  -------------------------------------------------------------
           COMPUTE WS-UTIL-DESDE = WS-ANNO-EXTENDIDO * 100 + 1.
           COMPUTE WS-UTIL-HASTA = WS-ANNO-EXTENDIDO * 100 + 12.
           MOVE WS-UTIL-PERIODO TO WS-PERIODO-ACTUAL.
           *> LAS UTILIDADES SON UN PAGO ÚNICO DEL AÑO, SIN QUINCENA
           *> NI SEMANA
           MOVE "M" TO WS-FRECUENCIA-NOMINA.
           MOVE ZERO TO WS-SUBPERIODO.
           PERFORM 000-VERIFICAR-HISTORIAL-PERIODO.
           IF WS-HIST-PERIODO-EXISTE = "S"
               DISPLAY "LAS UTILIDADES " WS-UTIL-PERIODO
           MOVE ZERO TO WS-UTIL-CHEQUES-CONT.
           MOVE ZERO TO WS-UTIL-TOTAL.
           MOVE ZERO TO WS-EMPLEADOS-EOF.
           MOVE ZERO TO FS-UTILIDADES.
           OPEN OUTPUT F-UTILIDADES.
           MOVE ZERO TO FS-RECIBOS-UTIL.
           OPEN OUTPUT F-RECIBOS-UTIL.
           MOVE ZERO TO FS-BANCO-UTIL.
           OPEN OUTPUT F-BANCO-UTIL.
           MOVE SPACES TO WS-LINEA-UTILIDADES.
           STRING "UTILIDADES DEL AÑO " DELIMITED BY SIZE
               WS-ANNO-EXTENDIDO DELIMITED BY SIZE
               " - DÍAS PAGADOS: " DELIMITED BY SIZE
               WS-UTIL-DIAS DELIMITED BY SIZE
               INTO WS-LINEA-UTILIDADES.
           WRITE REG-UTILIDADES FROM WS-LINEA-UTILIDADES.
           MOVE ALL "=" TO WS-LINEA-UTILIDADES.
           WRITE REG-UTILIDADES FROM WS-LINEA-UTILIDADES.
           PERFORM 000-ABRIR-EMPLEADOS.
           PERFORM UNTIL EMPLEADOS-EOF
               READ F-EMPLEADOS NEXT RECORD
                   AT END
                       SET EMPLEADOS-EOF TO TRUE
                   NOT AT END
                       *> LOS EGRESADOS COBRARON SUS UTILIDADES
                       *> FRACCIONADAS EN LA LIQUIDACIÓN DEL EGRESO
                       IF ESTADO-EMPLEADO OF REG-EMPLEADO NOT = "I"
                           PERFORM 000-CALCULAR-UTILIDAD-EMP
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 000-CIERRE-EMPLEADOS.
           MOVE ALL "-" TO WS-LINEA-UTILIDADES.
           WRITE REG-UTILIDADES FROM WS-LINEA-UTILIDADES.
           MOVE SPACES TO WS-LINEA-UTILIDADES.
           STRING "EMPLEADOS PAGADOS: " DELIMITED BY SIZE
               WS-UTIL-CONTADOR DELIMITED BY SIZE
               "  SIN DEVENGADO: " DELIMITED BY SIZE
               WS-UTIL-SIN-HISTORIAL DELIMITED BY SIZE
               INTO WS-LINEA-UTILIDADES.
           WRITE REG-UTILIDADES FROM WS-LINEA-UTILIDADES.
           MOVE SPACES TO WS-LINEA-UTILIDADES.
           STRING "TOTAL UTILIDADES: " DELIMITED BY SIZE
               WS-UTIL-TOTAL DELIMITED BY SIZE
               INTO WS-LINEA-UTILIDADES.
           WRITE REG-UTILIDADES FROM WS-LINEA-UTILIDADES.
           CLOSE F-UTILIDADES.
           CLOSE F-RECIBOS-UTIL.
           CLOSE F-BANCO-UTIL.
           DISPLAY "----------------------------------------".
           DISPLAY "EMPLEADOS PAGADOS: " WS-UTIL-CONTADOR.
           DISPLAY "SIN DEVENGADO EN EL AÑO: " WS-UTIL-SIN-HISTORIAL.
           DISPLAY "ABONOS AL BANCO: " WS-UTIL-BANCO-CONT
               "  EXCLUIDOS (CHEQUE/SIN CUENTA): "
               WS-UTIL-CHEQUES-CONT.
           DISPLAY "TOTAL UTILIDADES: " WS-UTIL-TOTAL.
           DISPLAY "ARCHIVOS UTILIDADES.TXT, RECUTIL.TXT Y "
               "BANCOUTI.TXT GENERADOS.".
       *>  -------------------------------------------------------------
       *>  CALCULA Y PAGA LAS UTILIDADES DEL REG-EMPLEADO EN CURSO:
       *>  DEVENGADO ANUAL DESDE EL HISTORIAL, MONTO = DÍAS * DEVENGADO
       *>  / 360 (CALCULADO EN DOS PASOS POR LA ESCALA DE LOS
       *>  INTERMEDIOS), LÍNEA DE LISTADO, RECIBO, ABONO AL BANCO Y
       *>  REGISTRO EN EL HISTORIAL
       *>  -------------------------------------------------------------
       000-CALCULAR-UTILIDAD-EMP.
           PERFORM 000-DEVENGADO-ANUAL-EMP.
           IF WS-UTIL-MESES = ZERO
               ADD 1 TO WS-UTIL-SIN-HISTORIAL
               MOVE SPACES TO WS-LINEA-UTILIDADES
               STRING "CÉDULA: " DELIMITED BY SIZE
                   CI-EMPLEADO OF REG-EMPLEADO DELIMITED BY SIZE
                   " SIN DEVENGADO EN EL AÑO; NO SE PAGA."
                       DELIMITED BY SIZE
                   INTO WS-LINEA-UTILIDADES
               WRITE REG-UTILIDADES FROM WS-LINEA-UTILIDADES
           ELSE
               COMPUTE WS-UTIL-CALCULO =
                   WS-UTIL-DEVENGADO * WS-UTIL-DIAS
               COMPUTE WS-UTIL-MONTO = WS-UTIL-CALCULO / 360
               ADD 1 TO WS-UTIL-CONTADOR
               ADD WS-UTIL-MONTO TO WS-UTIL-TOTAL
               MOVE SPACES TO WS-LINEA-UTILIDADES
               STRING "CÉDULA: " DELIMITED BY SIZE
                   CI-EMPLEADO OF REG-EMPLEADO DELIMITED BY SIZE
                   " APELLIDO: " DELIMITED BY SIZE
                   APELLIDO OF REG-EMPLEADO DELIMITED BY "  "
                   INTO WS-LINEA-UTILIDADES
               WRITE REG-UTILIDADES FROM WS-LINEA-UTILIDADES
               MOVE SPACES TO WS-LINEA-UTILIDADES
               STRING "  MESES: " DELIMITED BY SIZE
                   WS-UTIL-MESES DELIMITED BY SIZE
                   " DEVENGADO: " DELIMITED BY SIZE
                   WS-UTIL-DEVENGADO DELIMITED BY SIZE
                   " UTILIDADES: " DELIMITED BY SIZE
                   WS-UTIL-MONTO DELIMITED BY SIZE
                   INTO WS-LINEA-UTILIDADES
               WRITE REG-UTILIDADES FROM WS-LINEA-UTILIDADES
               PERFORM 000-ESCRIBIR-RECIBO-UTIL
               IF FORMA-PAGO OF REG-EMPLEADO = "D"
                       AND CUENTA-BANCARIA OF REG-EMPLEADO NOT = SPACES
                   MOVE CI-EMPLEADO OF REG-EMPLEADO
                       TO BANCO-CI-EMPLEADO-BU
                   MOVE CUENTA-BANCARIA OF REG-EMPLEADO
                       TO BANCO-CUENTA-BU
                   MOVE APELLIDO OF REG-EMPLEADO TO BANCO-APELLIDO-BU
                   MOVE NOMBRE OF REG-EMPLEADO TO BANCO-NOMBRE-BU
                   MOVE WS-UTIL-MONTO TO BANCO-MONTO-NETO-BU
                   WRITE REG-BANCO-UTIL
                   ADD 1 TO WS-UTIL-BANCO-CONT
               ELSE
                   ADD 1 TO WS-UTIL-CHEQUES-CONT
                   MOVE SPACES TO WS-LINEA-UTILIDADES
                   STRING "  PAGO POR CHEQUE O SIN CUENTA; NO VA EN "
                       DELIMITED BY SIZE
                       "BANCOUTI.TXT." DELIMITED BY SIZE
                       INTO WS-LINEA-UTILIDADES
                   WRITE REG-UTILIDADES FROM WS-LINEA-UTILIDADES
               END-IF
               PERFORM 000-ESCRIBIR-HISTORIAL-UTIL
           END-IF.
       *>  -------------------------------------------------------------
       *>  SUMA EN WS-UTIL-DEVENGADO LOS SALARIOS PAGADOS A LA CÉDULA DE
       *>  REG-EMPLEADO EN LOS PERÍODOS AAAA01..AAAA12 DEL AÑO EN CURSO
       *>  Y CUENTA LOS MESES CON PAGO EN WS-UTIL-MESES. EL DEVENGADO ES
       *>  EL REAL DE CADA PERÍODO: SALARIO MENOS EL DESCUENTO POR
       *>  AUSENCIAS MÁS LAS ASIGNACIONES VARIABLES.
       *>  -------------------------------------------------------------
       000-DEVENGADO-ANUAL-EMP.
           MOVE ZERO TO WS-UTIL-DEVENGADO.
           MOVE ZERO TO WS-UTIL-MESES.
           MOVE ZERO TO WS-UTIL-ULTIMO-PERIODO.
           MOVE ZERO TO WS-HISTORIAL-EOF.
           MOVE ZERO TO FS-HISTORIAL.
           OPEN INPUT F-HISTORIAL.
           IF FS-HISTORIAL = "00"
               PERFORM UNTIL HISTORIAL-EOF
                   READ F-HISTORIAL
                       AT END
                           SET HISTORIAL-EOF TO TRUE
                       NOT AT END
                           IF HIST-CI-EMPLEADO =
                                   CI-EMPLEADO OF REG-EMPLEADO
                               AND HIST-PERIODO >= WS-UTIL-DESDE
                               AND HIST-PERIODO <= WS-UTIL-HASTA
                               *> LAS QUINCENAS Y SEMANAS DE UN MISMO
                               *> MES CUENTAN UN SOLO MES TRABAJADO; UN
                               *> RETROACTIVO SUMA AL DEVENGADO PERO NO
                               *> ES UN MES TRABAJADO
                               IF HIST-PERIODO NOT =
                                       WS-UTIL-ULTIMO-PERIODO
                                   AND HIST-TIPO-PAGO NOT = "R"
                                   ADD 1 TO WS-UTIL-MESES
                                   MOVE HIST-PERIODO
                                       TO WS-UTIL-ULTIMO-PERIODO
                               END-IF
                               ADD HIST-SALARIO TO WS-UTIL-DEVENGADO
                               PERFORM 000-AJUSTAR-DEVENGADO-UTIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-HISTORIAL
           END-IF.
       *>  -------------------------------------------------------------
       *>  AJUSTA WS-UTIL-DEVENGADO CON EL DESCUENTO DE AUSENCIAS Y LAS
       *>  ASIGNACIONES VARIABLES DEL REG-HISTORIAL EN CURSO (LOS
       *>  REGISTROS ANTERIORES A ESOS CAMPOS LOS TRAEN EN BLANCO)
       *>  -------------------------------------------------------------
       000-AJUSTAR-DEVENGADO-UTIL.
           IF HIST-AUSENCIAS NUMERIC
               SUBTRACT HIST-AUSENCIAS FROM WS-UTIL-DEVENGADO
           END-IF.
           IF HIST-ASIGNACIONES NUMERIC
               ADD HIST-ASIGNACIONES TO WS-UTIL-DEVENGADO
           END-IF.
       *>  -------------------------------------------------------------
       *>  ESCRIBE EN RECUTIL.TXT EL RECIBO DE UTILIDADES DE
       *>  REG-EMPLEADO CON EL DETALLE DEL CÁLCULO Y LÍNEA DE FIRMA
       *>  -------------------------------------------------------------
       000-ESCRIBIR-RECIBO-UTIL.
           MOVE ALL "=" TO WS-LINEA-UTILIDADES.
           WRITE REG-RECIBO-UTIL FROM WS-LINEA-UTILIDADES.
           MOVE SPACES TO WS-LINEA-UTILIDADES.
           STRING "RECIBO DE UTILIDADES - AÑO " DELIMITED BY SIZE
               WS-ANNO-EXTENDIDO DELIMITED BY SIZE
               INTO WS-LINEA-UTILIDADES.
           WRITE REG-RECIBO-UTIL FROM WS-LINEA-UTILIDADES.
           MOVE SPACES TO WS-LINEA-UTILIDADES.
           STRING "CÉDULA: " DELIMITED BY SIZE
               CI-EMPLEADO OF REG-EMPLEADO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               APELLIDO OF REG-EMPLEADO DELIMITED BY "  "
               " " DELIMITED BY SIZE
               NOMBRE OF REG-EMPLEADO DELIMITED BY "  "
               INTO WS-LINEA-UTILIDADES.
           WRITE REG-RECIBO-UTIL FROM WS-LINEA-UTILIDADES.
           MOVE SPACES TO WS-LINEA-UTILIDADES.
           STRING "  DÍAS PAGADOS: " DELIMITED BY SIZE
               WS-UTIL-DIAS DELIMITED BY SIZE
               " MESES TRABAJADOS: " DELIMITED BY SIZE
               WS-UTIL-MESES DELIMITED BY SIZE
               INTO WS-LINEA-UTILIDADES.
           WRITE REG-RECIBO-UTIL FROM WS-LINEA-UTILIDADES.
           MOVE SPACES TO WS-LINEA-UTILIDADES.
           STRING "  DEVENGADO DEL AÑO: " DELIMITED BY SIZE
               WS-UTIL-DEVENGADO DELIMITED BY SIZE
               INTO WS-LINEA-UTILIDADES.
           WRITE REG-RECIBO-UTIL FROM WS-LINEA-UTILIDADES.
           MOVE SPACES TO WS-LINEA-UTILIDADES.
           STRING "  MONTO DE UTILIDADES: " DELIMITED BY SIZE
               WS-UTIL-MONTO DELIMITED BY SIZE
               INTO WS-LINEA-UTILIDADES.
           WRITE REG-RECIBO-UTIL FROM WS-LINEA-UTILIDADES.
           MOVE SPACES TO WS-LINEA-UTILIDADES.
           WRITE REG-RECIBO-UTIL FROM WS-LINEA-UTILIDADES.
           MOVE "  FIRMA DEL EMPLEADO: ______________________"
               TO WS-LINEA-UTILIDADES.
           WRITE REG-RECIBO-UTIL FROM WS-LINEA-UTILIDADES.
       *>  -------------------------------------------------------------
       *>  ANEXA A HISTORIAL.TXT EL PAGO DE UTILIDADES DE REG-EMPLEADO
       *>  BAJO EL PERÍODO PROPIO AAAA13, SIN DEDUCCIONES
       *>  -------------------------------------------------------------
       000-ESCRIBIR-HISTORIAL-UTIL.
           MOVE ZERO TO FS-HISTORIAL.
           OPEN EXTEND F-HISTORIAL.
           IF FS-HISTORIAL = "35"
               OPEN OUTPUT F-HISTORIAL
               CLOSE F-HISTORIAL
               OPEN EXTEND F-HISTORIAL
           END-IF.
           MOVE CI-EMPLEADO OF REG-EMPLEADO TO HIST-CI-EMPLEADO.
           MOVE WS-UTIL-PERIODO TO HIST-PERIODO.
           MOVE WS-UTIL-MONTO TO HIST-SALARIO.
           MOVE ZERO TO HIST-PRESTAMO.
           MOVE ZERO TO HIST-SSO.
           MOVE WS-UTIL-MONTO TO HIST-NETO.
           MOVE ZERO TO HIST-OTRAS.
           MOVE ZERO TO HIST-AUSENCIAS.
           *> LAS UTILIDADES SE PAGAN EN BOLÍVARES SOBRE LO DEVENGADO
           MOVE "B" TO HIST-MONEDA.
           MOVE ZERO TO HIST-MONTO-DIVISA.
           MOVE ZERO TO HIST-TASA.
           MOVE ZERO TO HIST-ASIGNACIONES.
           MOVE "M" TO HIST-FRECUENCIA.
           MOVE ZERO TO HIST-SUBPERIODO.
           MOVE SPACE TO HIST-TIPO-PAGO.
           MOVE ZERO TO HIST-DECRETO.
           MOVE SPACES TO HIST-CONCEPTOS.
           MOVE ZERO TO HIST-CANT-CONCEPTOS.
           WRITE REG-HISTORIAL.
           CLOSE F-HISTORIAL.
       *>  -------------------------------------------------------------
       *>  NÓMINA COMPLEMENTARIA DE RETROACTIVOS: CUANDO UN DECRETO
       *>  SALARIAL RIGE DESDE UNA FECHA YA PAGADA, RELIQUIDA CON EL
       *>  AJUSTE YA APLICADO AL MAESTRO (PORCENTAJE O PISO, LOS MISMOS
       *>  MODOS DE 001-AJUSTE-SALARIAL) CADA PAGO DEL HISTORIAL DESDE
       *>  LA VIGENCIA HASTA EL ÚLTIMO MES PAGADO CON EL SALARIO
       *>  ANTERIOR, LEYENDO HISTORIAL.TXT Y LOS HISTORIAL.AAAA YA
       *>  ARCHIVADOS DEL RANGO. PAGA LA DIFERENCIA DE SALARIO MENOS LA
       *>  DEL DESCUENTO POR AUSENCIAS, CON LOS CONCEPTOS PORCENTUALES,
       *>  EN UNA NÓMINA APARTE (NOMRETRO.TXT, RECRETRO.TXT, BANCORET.TXT
       *>  Y REGISTROS "R" EN EL HISTORIAL). RETROACTIVOS.TXT IMPIDE
       *>  PAGAR DOS VECES EL MISMO DECRETO A UNA CÉDULA.
       *>  -------------------------------------------------------------
       001-RETROACTIVOS.
           DISPLAY " ".
           DISPLAY "NÓMINA DE RETROACTIVOS POR DECRETO.".
           DISPLAY "========================================".
           COMPUTE WS-RTR-PERIODO =
               WS-ANNO-EXTENDIDO * 100 + WS-FECHA-MES.
           *> EN LA CORRIDA DESATENDIDA LOS DATOS DEL DECRETO LLEGAN
           *> COMO PARÁMETROS; UN VALOR INVÁLIDO ES UN ERROR DEL PASO
           IF WS-MODO-BATCH NOT = "S"
               PERFORM 000-SOLICITAR-DECRETO-RETRO
           END-IF.
           PERFORM 000-VALIDAR-DECRETO-RETRO.
           IF WS-RTR-VALIDO = "N"
               DISPLAY "DATOS DEL DECRETO INVÁLIDOS: " WS-RTR-DECRETO
                   " " WS-RTR-HASTA " " WS-AJUSTE-MODO
               MOVE 1 TO WS-FIN
           ELSE
               PERFORM 000-GENERAR-RETROACTIVOS
           END-IF.
       *>  -------------------------------------------------------------
       *>  PIDE EN PANTALLA LA VIGENCIA DEL DECRETO, EL ÚLTIMO MES
       *>  PAGADO CON EL SALARIO ANTERIOR Y EL AJUSTE QUE SE APLICÓ
       *>  -------------------------------------------------------------
       000-SOLICITAR-DECRETO-RETRO.
           MOVE "N" TO WS-RTR-VALIDO.
           PERFORM UNTIL WS-RTR-VALIDO = "S"
               DISPLAY "FECHA DE VIGENCIA DEL DECRETO."
               DISPLAY "DÍA: " WITH NO ADVANCING
               ACCEPT WS-RTR-VIG-DIA
               DISPLAY "MES: " WITH NO ADVANCING
               ACCEPT WS-RTR-VIG-MES
               DISPLAY "AÑO: " WITH NO ADVANCING
               ACCEPT WS-RTR-VIG-ANNO
               DISPLAY "ÚLTIMO MES PAGADO CON EL SALARIO ANTERIOR "
                   "(AAAAMM): " WITH NO ADVANCING
               ACCEPT WS-RTR-HASTA
               PERFORM 000-VALIDAR-RANGO-RETRO
               IF WS-RTR-VALIDO = "N"
                   DISPLAY "FECHA O MES INVÁLIDOS: LA VIGENCIA NO "
                       "PUEDE SER FUTURA NI POSTERIOR AL MES INDICADO."
               END-IF
           END-PERFORM.
           DISPLAY "AJUSTE APLICADO POR EL DECRETO:".
           DISPLAY "1 - AUMENTO PORCENTUAL.".
           DISPLAY "2 - LLEVAR A MONTO MÍNIMO (PISO).".
           DISPLAY "MODO: " WITH NO ADVANCING.
           ACCEPT WS-AJUSTE-MODO.
           PERFORM UNTIL WS-AJUSTE-MODO = 1 OR WS-AJUSTE-MODO = 2
               DISPLAY "MODO INVÁLIDO (1/2). MODO: " WITH NO ADVANCING
               ACCEPT WS-AJUSTE-MODO
           END-PERFORM.
           IF WS-AJUSTE-MODO = 1
               DISPLAY "PORCENTAJE DE AUMENTO: " WITH NO ADVANCING
               ACCEPT WS-AJUSTE-PORCENTAJE
               PERFORM UNTIL WS-AJUSTE-PORCENTAJE > ZERO
                   DISPLAY "PORCENTAJE INVÁLIDO. PORCENTAJE: "
                       WITH NO ADVANCING
                   ACCEPT WS-AJUSTE-PORCENTAJE
               END-PERFORM
           ELSE
               DISPLAY "NUEVO MONTO MÍNIMO: " WITH NO ADVANCING
               ACCEPT WS-AJUSTE-PISO
               PERFORM UNTIL WS-AJUSTE-PISO > ZERO
                   DISPLAY "MONTO INVÁLIDO. NUEVO MONTO MÍNIMO: "
                       WITH NO ADVANCING
                   ACCEPT WS-AJUSTE-PISO
               END-PERFORM
           END-IF.
       *>  -------------------------------------------------------------
       *>  VALIDA TODOS LOS DATOS DEL DECRETO (FECHAS Y AJUSTE) Y DEJA
       *>  "S"/"N" EN WS-RTR-VALIDO
       *>  -------------------------------------------------------------
       000-VALIDAR-DECRETO-RETRO.
           PERFORM 000-VALIDAR-RANGO-RETRO.
           EVALUATE WS-AJUSTE-MODO
               WHEN 1
                   IF WS-AJUSTE-PORCENTAJE = ZERO
                       MOVE "N" TO WS-RTR-VALIDO
                   END-IF
               WHEN 2
                   IF WS-AJUSTE-PISO = ZERO
                       MOVE "N" TO WS-RTR-VALIDO
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-RTR-VALIDO
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  VALIDA LA FECHA DE VIGENCIA (NO FUTURA) Y EL ÚLTIMO MES
       *>  PAGADO CON EL SALARIO ANTERIOR (NO ANTERIOR A LA VIGENCIA NI
       *>  POSTERIOR AL MES EN CURSO); ARMA WS-RTR-DECRETO Y EL RANGO
       *>  WS-RTR-DESDE..WS-RTR-HASTA
       *>  -------------------------------------------------------------
       000-VALIDAR-RANGO-RETRO.
           MOVE "S" TO WS-RTR-VALIDO.
           COMPUTE WS-RTR-DECRETO = WS-RTR-VIG-ANNO * 10000
               + WS-RTR-VIG-MES * 100 + WS-RTR-VIG-DIA.
           COMPUTE WS-RTR-DESDE =
               WS-RTR-VIG-ANNO * 100 + WS-RTR-VIG-MES.
           COMPUTE WS-RTR-HOY = WS-ANNO-EXTENDIDO * 10000
               + WS-FECHA-MES * 100 + WS-FECHA-DIA.
           COMPUTE WS-RTR-HASTA-ANNO = WS-RTR-HASTA / 100.
           COMPUTE WS-RTR-HASTA-MES =
               WS-RTR-HASTA - WS-RTR-HASTA-ANNO * 100.
           IF WS-RTR-VIG-DIA < 1 OR WS-RTR-VIG-DIA > 31
                   OR WS-RTR-VIG-MES < 1 OR WS-RTR-VIG-MES > 12
                   OR WS-RTR-VIG-ANNO < 1900
                   OR WS-RTR-DECRETO > WS-RTR-HOY
                   OR WS-RTR-HASTA-MES < 1 OR WS-RTR-HASTA-MES > 12
                   OR WS-RTR-HASTA < WS-RTR-DESDE
                   OR WS-RTR-HASTA > WS-RTR-PERIODO
               MOVE "N" TO WS-RTR-VALIDO
           END-IF.
       *>  -------------------------------------------------------------
       *>  RECORRE TODO EL MAESTRO (LOS EGRESADOS COBRAN HASTA SU FECHA
       *>  DE EGRESO) Y GENERA LA NÓMINA DE RETROACTIVOS COMPLETA
       *>  -------------------------------------------------------------
       000-GENERAR-RETROACTIVOS.
           MOVE ZERO TO WS-RTR-CONTADOR.
           MOVE ZERO TO WS-RTR-YA-PAGADOS.
           MOVE ZERO TO WS-RTR-BANCO-CONT.
           MOVE ZERO TO WS-RTR-CHEQUES-CONT.
           MOVE ZERO TO WS-RTR-TOTAL-DEVENGADO.
           MOVE ZERO TO WS-RTR-TOTAL-DEDUCCIONES.
           MOVE ZERO TO WS-RTR-TOTAL-NETO.
           PERFORM 000-CARGAR-CONCEPTOS.
           MOVE ZERO TO WS-EMPLEADOS-EOF.
           MOVE ZERO TO FS-NOMINA-RETRO.
           OPEN OUTPUT F-NOMINA-RETRO.
           MOVE ZERO TO FS-RECIBOS-RETRO.
           OPEN OUTPUT F-RECIBOS-RETRO.
           MOVE ZERO TO FS-BANCO-RETRO.
           OPEN OUTPUT F-BANCO-RETRO.
           MOVE SPACES TO WS-LINEA-RETRO.
           STRING "NÓMINA DE RETROACTIVOS - DECRETO VIGENTE DESDE "
                   DELIMITED BY SIZE
               WS-RTR-VIG-DIA DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-RTR-VIG-MES DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-RTR-VIG-ANNO DELIMITED BY SIZE
               INTO WS-LINEA-RETRO.
           WRITE REG-NOMINA-RETRO FROM WS-LINEA-RETRO.
           MOVE SPACES TO WS-LINEA-RETRO.
           STRING "MESES RELIQUIDADOS: " DELIMITED BY SIZE
               WS-RTR-DESDE DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WS-RTR-HASTA DELIMITED BY SIZE
               " - PAGO EN EL PERÍODO: " DELIMITED BY SIZE
               WS-RTR-PERIODO DELIMITED BY SIZE
               INTO WS-LINEA-RETRO.
           WRITE REG-NOMINA-RETRO FROM WS-LINEA-RETRO.
           MOVE SPACES TO WS-LINEA-RETRO.
           IF WS-AJUSTE-MODO = 1
               STRING "AJUSTE: AUMENTO DEL " DELIMITED BY SIZE
                   WS-AJUSTE-PORCENTAJE DELIMITED BY SIZE
                   " %" DELIMITED BY SIZE
                   INTO WS-LINEA-RETRO
           ELSE
               STRING "AJUSTE: MONTO MÍNIMO MENSUAL DE "
                       DELIMITED BY SIZE
                   WS-AJUSTE-PISO DELIMITED BY SIZE
                   INTO WS-LINEA-RETRO
           END-IF.
           WRITE REG-NOMINA-RETRO FROM WS-LINEA-RETRO.
           MOVE ALL "=" TO WS-LINEA-RETRO.
           WRITE REG-NOMINA-RETRO FROM WS-LINEA-RETRO.
           PERFORM 000-ABRIR-EMPLEADOS.
           PERFORM UNTIL EMPLEADOS-EOF
               READ F-EMPLEADOS NEXT RECORD
                   AT END
                       SET EMPLEADOS-EOF TO TRUE
                   NOT AT END
                       PERFORM 000-RETROACTIVO-EMPLEADO
               END-READ
           END-PERFORM.
           PERFORM 000-CIERRE-EMPLEADOS.
           MOVE ALL "-" TO WS-LINEA-RETRO.
           WRITE REG-NOMINA-RETRO FROM WS-LINEA-RETRO.
           MOVE SPACES TO WS-LINEA-RETRO.
           STRING "EMPLEADOS PAGADOS: " DELIMITED BY SIZE
               WS-RTR-CONTADOR DELIMITED BY SIZE
               "  YA PAGADOS POR ESTE DECRETO: " DELIMITED BY SIZE
               WS-RTR-YA-PAGADOS DELIMITED BY SIZE
               INTO WS-LINEA-RETRO.
           WRITE REG-NOMINA-RETRO FROM WS-LINEA-RETRO.
           MOVE SPACES TO WS-LINEA-RETRO.
           STRING "TOTAL DEVENGADO RETROACTIVO: " DELIMITED BY SIZE
               WS-RTR-TOTAL-DEVENGADO DELIMITED BY SIZE
               INTO WS-LINEA-RETRO.
           WRITE REG-NOMINA-RETRO FROM WS-LINEA-RETRO.
           MOVE 1 TO WS-CON-IDX.
           PERFORM 000-TOTAL-CONCEPTO-RETRO
               UNTIL WS-CON-IDX > WS-CON-CARGADOS.
           MOVE SPACES TO WS-LINEA-RETRO.
           STRING "TOTAL DEDUCCIONES: " DELIMITED BY SIZE
               WS-RTR-TOTAL-DEDUCCIONES DELIMITED BY SIZE
               INTO WS-LINEA-RETRO.
           WRITE REG-NOMINA-RETRO FROM WS-LINEA-RETRO.
           MOVE SPACES TO WS-LINEA-RETRO.
           STRING "TOTAL NETO RETROACTIVO: " DELIMITED BY SIZE
               WS-RTR-TOTAL-NETO DELIMITED BY SIZE
               INTO WS-LINEA-RETRO.
           WRITE REG-NOMINA-RETRO FROM WS-LINEA-RETRO.
           CLOSE F-NOMINA-RETRO.
           CLOSE F-RECIBOS-RETRO.
           CLOSE F-BANCO-RETRO.
           DISPLAY "----------------------------------------".
           DISPLAY "EMPLEADOS PAGADOS: " WS-RTR-CONTADOR.
           DISPLAY "YA PAGADOS POR ESTE DECRETO: " WS-RTR-YA-PAGADOS.
           DISPLAY "ABONOS AL BANCO: " WS-RTR-BANCO-CONT
               "  EXCLUIDOS (CHEQUE/SIN CUENTA): "
               WS-RTR-CHEQUES-CONT.
           DISPLAY "TOTAL NETO RETROACTIVO: " WS-RTR-TOTAL-NETO.
           DISPLAY "ARCHIVOS NOMRETRO.TXT, RECRETRO.TXT Y "
               "BANCORET.TXT GENERADOS.".
       *>  -------------------------------------------------------------
       *>  RETROACTIVO DEL REG-EMPLEADO EN CURSO: SI YA LO COBRÓ POR
       *>  ESTE DECRETO SÓLO SE DEJA CONSTANCIA EN EL LISTADO; SI NO, SE
       *>  RELIQUIDAN SUS PAGOS Y SE PAGA LA DIFERENCIA QUE RESULTE
       *>  -------------------------------------------------------------
       000-RETROACTIVO-EMPLEADO.
           PERFORM 000-VERIFICAR-RETRO-PAGADO.
           IF WS-RTR-YA-PAGADO = "S"
               ADD 1 TO WS-RTR-YA-PAGADOS
               MOVE SPACES TO WS-LINEA-RETRO
               STRING "CÉDULA: " DELIMITED BY SIZE
                   CI-EMPLEADO OF REG-EMPLEADO DELIMITED BY SIZE
                   " YA COBRÓ EL RETROACTIVO DE ESTE DECRETO; NO SE "
                       DELIMITED BY SIZE
                   "PAGA." DELIMITED BY SIZE
                   INTO WS-LINEA-RETRO
               WRITE REG-NOMINA-RETRO FROM WS-LINEA-RETRO
           ELSE
               PERFORM 000-RELIQUIDAR-EMPLEADO
               IF WS-RTR-TOT-SALARIO > ZERO
                   PERFORM 000-PAGAR-RETROACTIVO-EMP
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  BUSCA EN RETROACTIVOS.TXT EL PAGO DEL DECRETO EN CURSO A LA
       *>  CÉDULA DE REG-EMPLEADO Y DEJA "S"/"N" EN WS-RTR-YA-PAGADO
       *>  -------------------------------------------------------------
       000-VERIFICAR-RETRO-PAGADO.
           MOVE "N" TO WS-RTR-YA-PAGADO.
           MOVE ZERO TO WS-RETROACTIVOS-EOF.
           MOVE ZERO TO FS-RETROACTIVOS.
           OPEN INPUT F-RETROACTIVOS.
           IF FS-RETROACTIVOS = "00"
               PERFORM UNTIL RETROACTIVOS-EOF
                       OR WS-RTR-YA-PAGADO = "S"
                   READ F-RETROACTIVOS
                       AT END
                           SET RETROACTIVOS-EOF TO TRUE
                       NOT AT END
                           IF RTA-DECRETO = WS-RTR-DECRETO
                               AND RTA-CI-EMPLEADO =
                                   CI-EMPLEADO OF REG-EMPLEADO
                               MOVE "S" TO WS-RTR-YA-PAGADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-RETROACTIVOS
           END-IF.
       *>  -------------------------------------------------------------
       *>  RELIQUIDA LOS PAGOS DE REG-EMPLEADO EN EL RANGO DEL DECRETO:
       *>  PRIMERO LOS AÑOS YA ARCHIVADOS EN HISTORIAL.AAAA Y LUEGO EL
       *>  HISTORIAL VIVO (DONDE ESOS AÑOS SÓLO QUEDAN COMO RESUMEN
       *>  AAAA00, QUE NO SE RELIQUIDA). DEJA LAS DIFERENCIAS EN
       *>  WS-RTR-TOT-SALARIO Y WS-RTR-TOT-AUSENCIAS Y EL DETALLE EN
       *>  WS-TABLA-RETRO.
       *>  -------------------------------------------------------------
       000-RELIQUIDAR-EMPLEADO.
           MOVE ZERO TO WS-RTR-CARGADOS.
           MOVE ZERO TO WS-RTR-SIN-DETALLE.
           MOVE ZERO TO WS-RTR-TOT-SALARIO.
           MOVE ZERO TO WS-RTR-TOT-AUSENCIAS.
           *> EL EGRESADO SÓLO COBRA HASTA SU FECHA DE EGRESO
           MOVE 999999 TO WS-RTR-EGRESO-PERIODO.
           MOVE 30 TO WS-RTR-EGRESO-DIA.
           IF ESTADO-EMPLEADO OF REG-EMPLEADO = "I"
                   AND FECHA-EGRESO OF REG-EMPLEADO NUMERIC
               COMPUTE WS-RTR-EGRESO-PERIODO =
                   EGRESO-ANNO OF REG-EMPLEADO * 100
                   + EGRESO-MES OF REG-EMPLEADO
               MOVE EGRESO-DIA OF REG-EMPLEADO TO WS-RTR-EGRESO-DIA
               IF WS-RTR-EGRESO-DIA > 30
                   MOVE 30 TO WS-RTR-EGRESO-DIA
               END-IF
           END-IF.
           MOVE WS-RTR-VIG-ANNO TO WS-RTR-ANNO-ARCH.
           PERFORM 000-RELIQUIDAR-HIST-ANUAL
               UNTIL WS-RTR-ANNO-ARCH >= WS-ANNO-EXTENDIDO.
           MOVE ZERO TO WS-HISTORIAL-EOF.
           MOVE ZERO TO FS-HISTORIAL.
           OPEN INPUT F-HISTORIAL.
           IF FS-HISTORIAL = "00"
               PERFORM UNTIL HISTORIAL-EOF
                   READ F-HISTORIAL
                       AT END
                           SET HISTORIAL-EOF TO TRUE
                       NOT AT END
                           IF HIST-CI-EMPLEADO =
                                   CI-EMPLEADO OF REG-EMPLEADO
                               MOVE REG-HISTORIAL TO WS-ARC-REGISTRO
                               PERFORM 000-RELIQUIDAR-PERIODO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-HISTORIAL
           END-IF.
       *>  -------------------------------------------------------------
       *>  RELIQUIDA LOS PAGOS DE REG-EMPLEADO EN EL HISTORIAL.AAAA DEL
       *>  AÑO WS-RTR-ANNO-ARCH (SI ESE AÑO NO ESTÁ ARCHIVADO SUS PAGOS
       *>  SIGUEN EN EL VIVO) Y AVANZA AL AÑO SIGUIENTE
       *>  -------------------------------------------------------------
       000-RELIQUIDAR-HIST-ANUAL.
           MOVE SPACES TO WS-NOMBRE-HIST-ANUAL.
           STRING "HISTORIAL." DELIMITED BY SIZE
               WS-RTR-ANNO-ARCH DELIMITED BY SIZE
               INTO WS-NOMBRE-HIST-ANUAL.
           MOVE ZERO TO WS-HISTORIAL-EOF.
           MOVE ZERO TO FS-HIST-ANUAL.
           OPEN INPUT F-HIST-ANUAL.
           IF FS-HIST-ANUAL = "00"
               PERFORM UNTIL HISTORIAL-EOF
                   READ F-HIST-ANUAL
                       AT END
                           SET HISTORIAL-EOF TO TRUE
                       NOT AT END
                           IF HAN-CI-EMPLEADO =
                                   CI-EMPLEADO OF REG-EMPLEADO
                               MOVE REG-HIST-ANUAL TO WS-ARC-REGISTRO
                               PERFORM 000-RELIQUIDAR-PERIODO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-HIST-ANUAL
           END-IF.
           ADD 1 TO WS-RTR-ANNO-ARCH.
       *>  -------------------------------------------------------------
       *>  DECIDE SI EL PAGO CARGADO EN WS-ARC-REGISTRO SE RELIQUIDA:
       *>  UN MES ORDINARIO (01-12) DENTRO DEL RANGO Y NO POSTERIOR AL
       *>  EGRESO, QUE NO SEA A SU VEZ UN RETROACTIVO NI UN PAGO ANCLADO
       *>  A DIVISA (ESOS NO SE AJUSTAN POR DECRETO)
       *>  -------------------------------------------------------------
       000-RELIQUIDAR-PERIODO.
           COMPUTE WS-RTR-ANNO-PER = WS-ARC-PERIODO / 100.
           COMPUTE WS-RTR-MES-PER =
               WS-ARC-PERIODO - WS-RTR-ANNO-PER * 100.
           IF WS-ARC-PERIODO >= WS-RTR-DESDE
                   AND WS-ARC-PERIODO <= WS-RTR-HASTA
                   AND WS-ARC-PERIODO <= WS-RTR-EGRESO-PERIODO
                   AND WS-RTR-MES-PER >= 1 AND WS-RTR-MES-PER <= 12
                   AND WS-ARC-TIPO-PAGO NOT = "R"
                   AND WS-ARC-MONEDA NOT = "D"
                   AND WS-ARC-SALARIO > ZERO
               PERFORM 000-DIFERENCIA-PERIODO-RETRO
           END-IF.
       *>  -------------------------------------------------------------
       *>  CALCULA LA DIFERENCIA DEL PAGO EN WS-ARC-REGISTRO: SALARIO
       *>  QUE LE CORRESPONDÍA CON EL AJUSTE (EL PISO MENSUAL SE
       *>  FRACCIONA A LA QUINCENA O SEMANA), PRORRATEADO A LOS DÍAS
       *>  DEL PERÍODO ALCANZADOS POR EL DECRETO, Y EL MAYOR DESCUENTO
       *>  POR AUSENCIAS EN LA MISMA PROPORCIÓN QUE EL SALARIO. LOS
       *>  PRODUCTOS SE CALCULAN EN DOS PASOS POR LA ESCALA DE LOS
       *>  INTERMEDIOS.
       *>  -------------------------------------------------------------
       000-DIFERENCIA-PERIODO-RETRO.
           *> LOS PAGOS ANTERIORES A LA FRECUENCIA SON MESES COMPLETOS
           IF (WS-ARC-FRECUENCIA = "Q" OR WS-ARC-FRECUENCIA = "S")
                   AND WS-ARC-SUBPERIODO NUMERIC
                   AND WS-ARC-SUBPERIODO >= 1
                   AND WS-ARC-SUBPERIODO <= 5
               MOVE WS-ARC-FRECUENCIA TO WS-RTR-FRECUENCIA
               MOVE WS-ARC-SUBPERIODO TO WS-RTR-SUBPERIODO
           ELSE
               MOVE "M" TO WS-RTR-FRECUENCIA
               MOVE ZERO TO WS-RTR-SUBPERIODO
           END-IF.
           MOVE WS-RTR-FRECUENCIA TO WS-FRECUENCIA-EMP.
           MOVE WS-RTR-SUBPERIODO TO WS-SUBPERIODO.
           MOVE WS-ARC-SALARIO TO WS-RTR-SALARIO-NUEVO.
           IF WS-AJUSTE-MODO = 1
               COMPUTE WS-CALCULO-AJUSTE =
                   WS-ARC-SALARIO * WS-AJUSTE-PORCENTAJE
               COMPUTE WS-CALCULO-AJUSTE = WS-CALCULO-AJUSTE / 100
               COMPUTE WS-RTR-SALARIO-NUEVO =
                   WS-ARC-SALARIO + WS-CALCULO-AJUSTE
           ELSE
               MOVE WS-AJUSTE-PISO TO WS-FRC-MONTO
               MOVE WS-ARC-PERIODO TO WS-FRC-PERIODO
               PERFORM 000-FRACCIONAR-MONTO
               IF WS-ARC-SALARIO < WS-FRC-RESULTADO
                   MOVE WS-FRC-RESULTADO TO WS-RTR-SALARIO-NUEVO
               END-IF
           END-IF.
           IF WS-RTR-SALARIO-NUEVO > WS-ARC-SALARIO
               PERFORM 000-DIAS-PERIODO-RETRO
               IF WS-RTR-DIA-FIN >= WS-RTR-DIA-INICIO
                   COMPUTE WS-RTR-DIAS =
                       WS-RTR-DIA-FIN - WS-RTR-DIA-INICIO + 1
                   COMPUTE WS-RTR-CALCULO =
                       (WS-RTR-SALARIO-NUEVO - WS-ARC-SALARIO)
                       * WS-RTR-DIAS
                   COMPUTE WS-RTR-DIF-SALARIO ROUNDED =
                       WS-RTR-CALCULO / WS-FRC-TOPE-DIAS
                   MOVE ZERO TO WS-RTR-DIF-AUSENCIAS
                   IF WS-ARC-AUSENCIAS NUMERIC
                           AND WS-ARC-AUSENCIAS > ZERO
                       COMPUTE WS-RTR-CALCULO =
                           WS-ARC-AUSENCIAS * WS-RTR-DIF-SALARIO
                       COMPUTE WS-RTR-DIF-AUSENCIAS ROUNDED =
                           WS-RTR-CALCULO / WS-ARC-SALARIO
                   END-IF
                   ADD WS-RTR-DIF-SALARIO TO WS-RTR-TOT-SALARIO
                   ADD WS-RTR-DIF-AUSENCIAS TO WS-RTR-TOT-AUSENCIAS
                   PERFORM 000-REGISTRAR-PERIODO-RETRO
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  DEJA EN WS-RTR-DIA-INICIO Y WS-RTR-DIA-FIN LOS DÍAS DEL MES
       *>  COMERCIAL CUBIERTOS POR EL PAGO EN CURSO (1-30 EL MES, 1-15 Y
       *>  16-30 LAS QUINCENAS, DE 7 EN 7 LAS SEMANAS) RECORTADOS AL
       *>  DÍA DE VIGENCIA EN EL PRIMER MES Y AL DÍA DE EGRESO EN EL
       *>  MES DEL EGRESO; WS-FRC-TOPE-DIAS QUEDA CON LOS DÍAS DEL PAGO
       *>  -------------------------------------------------------------
       000-DIAS-PERIODO-RETRO.
           MOVE WS-ARC-PERIODO TO WS-FRC-PERIODO.
           PERFORM 000-DIAS-SUBPERIODO.
           EVALUATE WS-RTR-FRECUENCIA
               WHEN "Q"
                   IF WS-RTR-SUBPERIODO = 2
                       MOVE 16 TO WS-RTR-DIA-INICIO
                   ELSE
                       MOVE 1 TO WS-RTR-DIA-INICIO
                   END-IF
               WHEN "S"
                   COMPUTE WS-RTR-DIA-INICIO =
                       (WS-RTR-SUBPERIODO - 1) * 7 + 1
               WHEN OTHER
                   MOVE 1 TO WS-RTR-DIA-INICIO
           END-EVALUATE.
           COMPUTE WS-RTR-DIA-FIN =
               WS-RTR-DIA-INICIO + WS-FRC-TOPE-DIAS - 1.
           IF WS-ARC-PERIODO = WS-RTR-DESDE
                   AND WS-RTR-VIG-DIA > WS-RTR-DIA-INICIO
               IF WS-RTR-VIG-DIA > 30
                   MOVE 30 TO WS-RTR-DIA-INICIO
               ELSE
                   MOVE WS-RTR-VIG-DIA TO WS-RTR-DIA-INICIO
               END-IF
           END-IF.
           IF WS-ARC-PERIODO = WS-RTR-EGRESO-PERIODO
                   AND WS-RTR-EGRESO-DIA < WS-RTR-DIA-FIN
               MOVE WS-RTR-EGRESO-DIA TO WS-RTR-DIA-FIN
           END-IF.
       *>  -------------------------------------------------------------
       *>  GUARDA EL PAGO RELIQUIDADO EN WS-TABLA-RETRO PARA EL DETALLE
       *>  DEL LISTADO Y DEL RECIBO
       *>  -------------------------------------------------------------
       000-REGISTRAR-PERIODO-RETRO.
           IF WS-RTR-CARGADOS < 120
               ADD 1 TO WS-RTR-CARGADOS
               MOVE WS-ARC-PERIODO
                   TO WS-RTR-ENT-PERIODO (WS-RTR-CARGADOS)
               MOVE WS-RTR-FRECUENCIA
                   TO WS-RTR-ENT-FRECUENCIA (WS-RTR-CARGADOS)
               MOVE WS-RTR-SUBPERIODO
                   TO WS-RTR-ENT-SUBPERIODO (WS-RTR-CARGADOS)
               MOVE WS-ARC-SALARIO
                   TO WS-RTR-ENT-PAGADO (WS-RTR-CARGADOS)
               MOVE WS-RTR-SALARIO-NUEVO
                   TO WS-RTR-ENT-NUEVO (WS-RTR-CARGADOS)
               MOVE WS-RTR-DIAS TO WS-RTR-ENT-DIAS (WS-RTR-CARGADOS)
               MOVE WS-RTR-DIF-SALARIO
                   TO WS-RTR-ENT-DIFERENCIA (WS-RTR-CARGADOS)
           ELSE
               ADD 1 TO WS-RTR-SIN-DETALLE
           END-IF.
       *>  -------------------------------------------------------------
       *>  PAGA EL RETROACTIVO DE REG-EMPLEADO: CONCEPTOS PORCENTUALES
       *>  SOBRE LA DIFERENCIA DEVENGADA (LOS DE MONTO FIJO YA SE
       *>  DESCONTARON EN LOS PAGOS ORIGINALES), LÍNEAS DEL LISTADO,
       *>  RECIBO, ABONO AL BANCO, REGISTRO "R" EN EL HISTORIAL Y
       *>  CONSTANCIA EN RETROACTIVOS.TXT
       *>  -------------------------------------------------------------
       000-PAGAR-RETROACTIVO-EMP.
           COMPUTE WS-RTR-DEVENGADO =
               WS-RTR-TOT-SALARIO - WS-RTR-TOT-AUSENCIAS.
           MOVE ZERO TO WS-RTR-DEDUCCIONES.
           MOVE 1 TO WS-CON-IDX.
           PERFORM 000-APLICAR-CONCEPTO-RETRO
               UNTIL WS-CON-IDX > WS-CON-CARGADOS.
           COMPUTE WS-RTR-NETO =
               WS-RTR-DEVENGADO - WS-RTR-DEDUCCIONES.
           ADD 1 TO WS-RTR-CONTADOR.
           ADD WS-RTR-DEVENGADO TO WS-RTR-TOTAL-DEVENGADO.
           ADD WS-RTR-DEDUCCIONES TO WS-RTR-TOTAL-DEDUCCIONES.
           ADD WS-RTR-NETO TO WS-RTR-TOTAL-NETO.
           MOVE SPACES TO WS-LINEA-RETRO.
           STRING "CÉDULA: " DELIMITED BY SIZE
               CI-EMPLEADO OF REG-EMPLEADO DELIMITED BY SIZE
               " APELLIDO: " DELIMITED BY SIZE
               APELLIDO OF REG-EMPLEADO DELIMITED BY "  "
               INTO WS-LINEA-RETRO.
           WRITE REG-NOMINA-RETRO FROM WS-LINEA-RETRO.
           MOVE 1 TO WS-RTR-IDX.
           PERFORM 000-LISTAR-PERIODO-RETRO
               UNTIL WS-RTR-IDX > WS-RTR-CARGADOS.
           IF WS-RTR-SIN-DETALLE > ZERO
               MOVE SPACES TO WS-LINEA-RETRO
               STRING "  (" DELIMITED BY SIZE
                   WS-RTR-SIN-DETALLE DELIMITED BY SIZE
                   " PAGOS MÁS, SUMADOS SIN DETALLE)" DELIMITED BY SIZE
                   INTO WS-LINEA-RETRO
               WRITE REG-NOMINA-RETRO FROM WS-LINEA-RETRO
           END-IF.
           MOVE SPACES TO WS-LINEA-RETRO.
           STRING "  DIF. SALARIO: " DELIMITED BY SIZE
               WS-RTR-TOT-SALARIO DELIMITED BY SIZE
               " DIF. AUSENCIAS: " DELIMITED BY SIZE
               WS-RTR-TOT-AUSENCIAS DELIMITED BY SIZE
               " DEVENGADO: " DELIMITED BY SIZE
               WS-RTR-DEVENGADO DELIMITED BY SIZE
               INTO WS-LINEA-RETRO.
           WRITE REG-NOMINA-RETRO FROM WS-LINEA-RETRO.
           MOVE 1 TO WS-CON-IDX.
           PERFORM 000-ESCRIBIR-CONCEPTO-RETRO
               UNTIL WS-CON-IDX > WS-CON-CARGADOS.
           MOVE SPACES TO WS-LINEA-RETRO.
           STRING "  NETO RETROACTIVO: " DELIMITED BY SIZE
               WS-RTR-NETO DELIMITED BY SIZE
               INTO WS-LINEA-RETRO.
           WRITE REG-NOMINA-RETRO FROM WS-LINEA-RETRO.
           PERFORM 000-ESCRIBIR-RECIBO-RETRO.
           IF FORMA-PAGO OF REG-EMPLEADO = "D"
                   AND CUENTA-BANCARIA OF REG-EMPLEADO NOT = SPACES
               MOVE CI-EMPLEADO OF REG-EMPLEADO
                   TO BANCO-CI-EMPLEADO-BR
               MOVE CUENTA-BANCARIA OF REG-EMPLEADO
                   TO BANCO-CUENTA-BR
               MOVE APELLIDO OF REG-EMPLEADO TO BANCO-APELLIDO-BR
               MOVE NOMBRE OF REG-EMPLEADO TO BANCO-NOMBRE-BR
               MOVE WS-RTR-NETO TO BANCO-MONTO-NETO-BR
               WRITE REG-BANCO-RETRO
               ADD 1 TO WS-RTR-BANCO-CONT
           ELSE
               ADD 1 TO WS-RTR-CHEQUES-CONT
               MOVE SPACES TO WS-LINEA-RETRO
               STRING "  PAGO POR CHEQUE O SIN CUENTA; NO VA EN "
                   DELIMITED BY SIZE
                   "BANCORET.TXT." DELIMITED BY SIZE
                   INTO WS-LINEA-RETRO
               WRITE REG-NOMINA-RETRO FROM WS-LINEA-RETRO
           END-IF.
           PERFORM 000-ESCRIBIR-HISTORIAL-RETRO.
           PERFORM 000-REGISTRAR-RETROACTIVO.
       *>  -------------------------------------------------------------
       *>  APLICA EL CONCEPTO WS-CON-IDX A LA DIFERENCIA DEVENGADA SI ES
       *>  PORCENTUAL, ACTIVO Y APLICA AL SEXO DEL EMPLEADO, Y AVANZA
       *>  -------------------------------------------------------------
       000-APLICAR-CONCEPTO-RETRO.
           MOVE ZERO TO WS-CON-MONTO (WS-CON-IDX).
           IF WS-CON-ESTADO (WS-CON-IDX) = "A"
                   AND WS-CON-TIPO (WS-CON-IDX) = "P"
                   AND (WS-CON-APLICA (WS-CON-IDX) = "T"
                       OR WS-CON-APLICA (WS-CON-IDX)
                           = SEXO OF REG-EMPLEADO)
               COMPUTE WS-CALCULO-CONCEPTO =
                   WS-RTR-DEVENGADO * WS-CON-VALOR (WS-CON-IDX)
               COMPUTE WS-CON-MONTO (WS-CON-IDX) =
                   WS-CALCULO-CONCEPTO / 100
               ADD WS-CON-MONTO (WS-CON-IDX) TO WS-RTR-DEDUCCIONES
           END-IF.
           ADD 1 TO WS-CON-IDX.
       *>  -------------------------------------------------------------
       *>  ARMA EN WS-LINEA-RETRO LA LÍNEA DE DETALLE DEL PAGO
       *>  WS-RTR-IDX DE WS-TABLA-RETRO (ETIQUETA AAAAMM, AAAAMM-Qnn O
       *>  AAAAMM-Snn COMO EN LA NÓMINA ORDINARIA)
       *>  -------------------------------------------------------------
       000-FORMATEAR-PERIODO-RETRO.
           MOVE SPACES TO WS-ETIQUETA-PERIODO.
           IF WS-RTR-ENT-FRECUENCIA (WS-RTR-IDX) = "M"
               MOVE WS-RTR-ENT-PERIODO (WS-RTR-IDX)
                   TO WS-ETIQUETA-PERIODO
           ELSE
               STRING WS-RTR-ENT-PERIODO (WS-RTR-IDX) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-RTR-ENT-FRECUENCIA (WS-RTR-IDX) DELIMITED BY SIZE
                   WS-RTR-ENT-SUBPERIODO (WS-RTR-IDX) DELIMITED BY SIZE
                   INTO WS-ETIQUETA-PERIODO
           END-IF.
           MOVE SPACES TO WS-LINEA-RETRO.
           STRING "  " DELIMITED BY SIZE
               WS-ETIQUETA-PERIODO DELIMITED BY SIZE
               " PAGADO: " DELIMITED BY SIZE
               WS-RTR-ENT-PAGADO (WS-RTR-IDX) DELIMITED BY SIZE
               " CORRESPONDÍA: " DELIMITED BY SIZE
               WS-RTR-ENT-NUEVO (WS-RTR-IDX) DELIMITED BY SIZE
               " DÍAS: " DELIMITED BY SIZE
               WS-RTR-ENT-DIAS (WS-RTR-IDX) DELIMITED BY SIZE
               " DIF.: " DELIMITED BY SIZE
               WS-RTR-ENT-DIFERENCIA (WS-RTR-IDX) DELIMITED BY SIZE
               INTO WS-LINEA-RETRO.
       *>  -------------------------------------------------------------
       *>  ESCRIBE EN NOMRETRO.TXT EL DETALLE DEL PAGO WS-RTR-IDX Y
       *>  AVANZA AL SIGUIENTE
       *>  -------------------------------------------------------------
       000-LISTAR-PERIODO-RETRO.
           PERFORM 000-FORMATEAR-PERIODO-RETRO.
           WRITE REG-NOMINA-RETRO FROM WS-LINEA-RETRO.
           ADD 1 TO WS-RTR-IDX.
       *>  -------------------------------------------------------------
       *>  ESCRIBE EN RECRETRO.TXT EL DETALLE DEL PAGO WS-RTR-IDX Y
       *>  AVANZA AL SIGUIENTE
       *>  -------------------------------------------------------------
       000-RECIBO-PERIODO-RETRO.
           PERFORM 000-FORMATEAR-PERIODO-RETRO.
           WRITE REG-RECIBO-RETRO FROM WS-LINEA-RETRO.
           ADD 1 TO WS-RTR-IDX.
       *>  -------------------------------------------------------------
       *>  ESCRIBE EN NOMRETRO.TXT EL CONCEPTO WS-CON-IDX DEL EMPLEADO
       *>  EN CURSO, LO ACUMULA AL TOTAL DE LA CORRIDA Y AVANZA
       *>  -------------------------------------------------------------
       000-ESCRIBIR-CONCEPTO-RETRO.
           IF WS-CON-MONTO (WS-CON-IDX) > ZERO
               ADD WS-CON-MONTO (WS-CON-IDX)
                   TO WS-CON-TOTAL (WS-CON-IDX)
               MOVE SPACES TO WS-LINEA-RETRO
               STRING "  " DELIMITED BY SIZE
                   WS-CON-DESCRIPCION (WS-CON-IDX) DELIMITED BY "  "
                   ": " DELIMITED BY SIZE
                   WS-CON-MONTO (WS-CON-IDX) DELIMITED BY SIZE
                   INTO WS-LINEA-RETRO
               WRITE REG-NOMINA-RETRO FROM WS-LINEA-RETRO
           END-IF.
           ADD 1 TO WS-CON-IDX.
       *>  -------------------------------------------------------------
       *>  ESCRIBE EN RECRETRO.TXT EL CONCEPTO WS-CON-IDX DEL EMPLEADO
       *>  EN CURSO Y AVANZA AL SIGUIENTE
       *>  -------------------------------------------------------------
       000-CONCEPTO-RECIBO-RETRO.
           IF WS-CON-MONTO (WS-CON-IDX) > ZERO
               MOVE SPACES TO WS-LINEA-RETRO
               STRING "    " DELIMITED BY SIZE
                   WS-CON-DESCRIPCION (WS-CON-IDX) DELIMITED BY "  "
                   ": " DELIMITED BY SIZE
                   WS-CON-MONTO (WS-CON-IDX) DELIMITED BY SIZE
                   INTO WS-LINEA-RETRO
               WRITE REG-RECIBO-RETRO FROM WS-LINEA-RETRO
           END-IF.
           ADD 1 TO WS-CON-IDX.
       *>  -------------------------------------------------------------
       *>  ESCRIBE EN NOMRETRO.TXT EL TOTAL DE CORRIDA DEL CONCEPTO
       *>  WS-CON-IDX Y AVANZA AL SIGUIENTE
       *>  -------------------------------------------------------------
       000-TOTAL-CONCEPTO-RETRO.
           IF WS-CON-TOTAL (WS-CON-IDX) > ZERO
               MOVE SPACES TO WS-LINEA-RETRO
               STRING "TOTAL " DELIMITED BY SIZE
                   WS-CON-DESCRIPCION (WS-CON-IDX) DELIMITED BY "  "
                   ": " DELIMITED BY SIZE
                   WS-CON-TOTAL (WS-CON-IDX) DELIMITED BY SIZE
                   INTO WS-LINEA-RETRO
               WRITE REG-NOMINA-RETRO FROM WS-LINEA-RETRO
           END-IF.
           ADD 1 TO WS-CON-IDX.
       *>  -------------------------------------------------------------
       *>  ESCRIBE EN RECRETRO.TXT EL RECIBO DEL RETROACTIVO DE
       *>  REG-EMPLEADO CON EL DETALLE POR PERÍODO Y LÍNEA DE FIRMA
       *>  -------------------------------------------------------------
       000-ESCRIBIR-RECIBO-RETRO.
           MOVE ALL "=" TO WS-LINEA-RETRO.
           WRITE REG-RECIBO-RETRO FROM WS-LINEA-RETRO.
           MOVE SPACES TO WS-LINEA-RETRO.
           STRING "RECIBO DE PAGO RETROACTIVO - PERÍODO: "
                   DELIMITED BY SIZE
               WS-RTR-PERIODO DELIMITED BY SIZE
               INTO WS-LINEA-RETRO.
           WRITE REG-RECIBO-RETRO FROM WS-LINEA-RETRO.
           MOVE SPACES TO WS-LINEA-RETRO.
           STRING "DECRETO VIGENTE DESDE: " DELIMITED BY SIZE
               WS-RTR-VIG-DIA DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-RTR-VIG-MES DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-RTR-VIG-ANNO DELIMITED BY SIZE
               INTO WS-LINEA-RETRO.
           WRITE REG-RECIBO-RETRO FROM WS-LINEA-RETRO.
           MOVE SPACES TO WS-LINEA-RETRO.
           STRING "CÉDULA: " DELIMITED BY SIZE
               CI-EMPLEADO OF REG-EMPLEADO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               APELLIDO OF REG-EMPLEADO DELIMITED BY "  "
               " " DELIMITED BY SIZE
               NOMBRE OF REG-EMPLEADO DELIMITED BY "  "
               INTO WS-LINEA-RETRO.
           WRITE REG-RECIBO-RETRO FROM WS-LINEA-RETRO.
           MOVE "  PERÍODOS RELIQUIDADOS:" TO WS-LINEA-RETRO.
           WRITE REG-RECIBO-RETRO FROM WS-LINEA-RETRO.
           MOVE 1 TO WS-RTR-IDX.
           PERFORM 000-RECIBO-PERIODO-RETRO
               UNTIL WS-RTR-IDX > WS-RTR-CARGADOS.
           MOVE SPACES TO WS-LINEA-RETRO.
           STRING "  DIFERENCIA DE SALARIO: " DELIMITED BY SIZE
               WS-RTR-TOT-SALARIO DELIMITED BY SIZE
               INTO WS-LINEA-RETRO.
           WRITE REG-RECIBO-RETRO FROM WS-LINEA-RETRO.
           IF WS-RTR-TOT-AUSENCIAS > ZERO
               MOVE SPACES TO WS-LINEA-RETRO
               STRING "  DIFERENCIA DESCUENTO AUSENCIAS: "
                       DELIMITED BY SIZE
                   WS-RTR-TOT-AUSENCIAS DELIMITED BY SIZE
                   INTO WS-LINEA-RETRO
               WRITE REG-RECIBO-RETRO FROM WS-LINEA-RETRO
           END-IF.
           IF WS-RTR-DEDUCCIONES > ZERO
               MOVE "  DEDUCCIONES:" TO WS-LINEA-RETRO
               WRITE REG-RECIBO-RETRO FROM WS-LINEA-RETRO
               MOVE 1 TO WS-CON-IDX
               PERFORM 000-CONCEPTO-RECIBO-RETRO
                   UNTIL WS-CON-IDX > WS-CON-CARGADOS
           END-IF.
           MOVE SPACES TO WS-LINEA-RETRO.
           STRING "  NETO A PAGAR: " DELIMITED BY SIZE
               WS-RTR-NETO DELIMITED BY SIZE
               INTO WS-LINEA-RETRO.
           WRITE REG-RECIBO-RETRO FROM WS-LINEA-RETRO.
           MOVE SPACES TO WS-LINEA-RETRO.
           WRITE REG-RECIBO-RETRO FROM WS-LINEA-RETRO.
           MOVE "  FIRMA DEL EMPLEADO: ______________________"
               TO WS-LINEA-RETRO.
           WRITE REG-RECIBO-RETRO FROM WS-LINEA-RETRO.
       *>  -------------------------------------------------------------
       *>  ANEXA A HISTORIAL.TXT EL PAGO RETROACTIVO DE REG-EMPLEADO EN
       *>  EL PERÍODO EN CURSO, MARCADO "R" CON EL DECRETO: SALARIO Y
       *>  AUSENCIAS SON LAS DIFERENCIAS, OTRAS LOS CONCEPTOS APLICADOS
       *>  -------------------------------------------------------------
       000-ESCRIBIR-HISTORIAL-RETRO.
           MOVE ZERO TO FS-HISTORIAL.
           OPEN EXTEND F-HISTORIAL.
           IF FS-HISTORIAL = "35"
               OPEN OUTPUT F-HISTORIAL
               CLOSE F-HISTORIAL
               OPEN EXTEND F-HISTORIAL
           END-IF.
           MOVE CI-EMPLEADO OF REG-EMPLEADO TO HIST-CI-EMPLEADO.
           MOVE WS-RTR-PERIODO TO HIST-PERIODO.
           MOVE WS-RTR-TOT-SALARIO TO HIST-SALARIO.
           MOVE ZERO TO HIST-PRESTAMO.
           MOVE ZERO TO HIST-SSO.
           MOVE WS-RTR-NETO TO HIST-NETO.
           MOVE WS-RTR-DEDUCCIONES TO HIST-OTRAS.
           MOVE WS-RTR-TOT-AUSENCIAS TO HIST-AUSENCIAS.
           MOVE "B" TO HIST-MONEDA.
           MOVE ZERO TO HIST-MONTO-DIVISA.
           MOVE ZERO TO HIST-TASA.
           MOVE ZERO TO HIST-ASIGNACIONES.
           MOVE "M" TO HIST-FRECUENCIA.
           MOVE ZERO TO HIST-SUBPERIODO.
           MOVE "R" TO HIST-TIPO-PAGO.
           MOVE WS-RTR-DECRETO TO HIST-DECRETO.
           PERFORM 000-CONCEPTOS-HISTORIAL.
           WRITE REG-HISTORIAL.
           CLOSE F-HISTORIAL.
       *>  -------------------------------------------------------------
       *>  DEJA CONSTANCIA EN RETROACTIVOS.TXT DE QUE REG-EMPLEADO YA
       *>  COBRÓ EL DECRETO EN CURSO
       *>  -------------------------------------------------------------
       000-REGISTRAR-RETROACTIVO.
           MOVE ZERO TO FS-RETROACTIVOS.
           OPEN EXTEND F-RETROACTIVOS.
           IF FS-RETROACTIVOS = "35"
               OPEN OUTPUT F-RETROACTIVOS
               CLOSE F-RETROACTIVOS
               OPEN EXTEND F-RETROACTIVOS
           END-IF.
           MOVE WS-RTR-DECRETO TO RTA-DECRETO.
           MOVE CI-EMPLEADO OF REG-EMPLEADO TO RTA-CI-EMPLEADO.
           MOVE WS-RTR-PERIODO TO RTA-PERIODO-PAGO.
           MOVE WS-RTR-NETO TO RTA-MONTO.
           MOVE WS-FECHA-DIA TO RTA-DIA.
           MOVE WS-FECHA-MES TO RTA-MES.
           MOVE WS-ANNO-EXTENDIDO TO RTA-ANNO.
           MOVE WS-USUARIO-ACTIVO TO RTA-USUARIO.
           WRITE REG-RETROACTIVO.
           CLOSE F-RETROACTIVOS.
       *>  -------------------------------------------------------------
       *>  COMPROBANTE ANUAL DE RETENCIONES DE ISLR (AR-C): POR CADA
       *>  EMPLEADO (O SÓLO LA CÉDULA INDICADA) CON PAGOS EN EL AÑO
       *>  FISCAL, LA REMUNERACIÓN PAGADA Y EL IMPUESTO RETENIDO MES A
       *>  MES CON SUS ACUMULADOS, LEÍDOS DEL HISTORIAL.AAAA DEL AÑO SI
       *>  YA ESTÁ ARCHIVADO Y DEL HISTORIAL VIVO. EL ISLR ES EL
       *>  CONCEPTO DE CONCEPTOS.TXT QUE SE INDIQUE. GENERA ARC.TXT.
       *>  -------------------------------------------------------------
       001-COMPROBANTE-ARC.
           DISPLAY " ".
           DISPLAY "COMPROBANTE AR-C DE RETENCIONES ISLR.".
           DISPLAY "========================================".
           PERFORM 000-CARGAR-CONCEPTOS.
           *> EN LA CORRIDA DESATENDIDA AÑO, CONCEPTO Y CÉDULA LLEGAN
           *> COMO PARÁMETROS; UN VALOR INVÁLIDO ES UN ERROR DEL PASO
           IF WS-MODO-BATCH NOT = "S"
               DISPLAY "AÑO FISCAL (AAAA): " WITH NO ADVANCING
               ACCEPT WS-ISLR-ANNO
               PERFORM UNTIL WS-ISLR-ANNO >= 1900
                       AND WS-ISLR-ANNO <= WS-ANNO-EXTENDIDO
                   DISPLAY "AÑO INVÁLIDO. AÑO FISCAL (AAAA): "
                       WITH NO ADVANCING
                   ACCEPT WS-ISLR-ANNO
               END-PERFORM
               PERFORM 000-SOLICITAR-CONCEPTO-ISLR
               DISPLAY "CÉDULA (0 = TODOS LOS EMPLEADOS): "
                   WITH NO ADVANCING
               ACCEPT WS-ISLR-CI-FILTRO
           END-IF.
           PERFORM 000-BUSCAR-CONCEPTO-ISLR.
           IF WS-ISLR-ANNO < 1900 OR WS-ISLR-ANNO > WS-ANNO-EXTENDIDO
                   OR WS-ISLR-VALIDO = "N"
               DISPLAY "PARÁMETROS DEL AR-C INVÁLIDOS: "
                   WS-ISLR-ANNO " " WS-ISLR-CONCEPTO
               MOVE 1 TO WS-FIN
           ELSE
               PERFORM 000-GENERAR-ARC
           END-IF.
       *>  -------------------------------------------------------------
       *>  PIDE EN PANTALLA EL CÓDIGO DEL CONCEPTO DE ISLR HASTA QUE
       *>  EXISTA EN CONCEPTOS.TXT
       *>  -------------------------------------------------------------
       000-SOLICITAR-CONCEPTO-ISLR.
           DISPLAY "CÓDIGO DEL CONCEPTO DE ISLR EN CONCEPTOS.TXT: "
               WITH NO ADVANCING.
           ACCEPT WS-ISLR-CONCEPTO.
           PERFORM 000-BUSCAR-CONCEPTO-ISLR.
           PERFORM UNTIL WS-ISLR-VALIDO = "S"
               DISPLAY "CONCEPTO NO REGISTRADO. CÓDIGO: "
                   WITH NO ADVANCING
               ACCEPT WS-ISLR-CONCEPTO
               PERFORM 000-BUSCAR-CONCEPTO-ISLR
           END-PERFORM.
       *>  -------------------------------------------------------------
       *>  BUSCA WS-ISLR-CONCEPTO EN LA TABLA DE CONCEPTOS (AUNQUE ESTÉ
       *>  INACTIVO: PUDO RETENERSE EN EL PERÍODO DECLARADO), DEJA "S"/
       *>  "N" EN WS-ISLR-VALIDO Y SU DESCRIPCIÓN EN WS-ISLR-DESCRIPCION
       *>  -------------------------------------------------------------
       000-BUSCAR-CONCEPTO-ISLR.
           MOVE "N" TO WS-ISLR-VALIDO.
           MOVE SPACES TO WS-ISLR-DESCRIPCION.
           MOVE 1 TO WS-CON-IDX.
           PERFORM 000-COMPARAR-CONCEPTO-ISLR
               UNTIL WS-CON-IDX > WS-CON-CARGADOS
                   OR WS-ISLR-VALIDO = "S".
       *>  -------------------------------------------------------------
       *>  COMPARA EL CONCEPTO WS-CON-IDX CON WS-ISLR-CONCEPTO Y AVANZA
       *>  -------------------------------------------------------------
       000-COMPARAR-CONCEPTO-ISLR.
           IF WS-CON-CODIGO (WS-CON-IDX) = WS-ISLR-CONCEPTO
               MOVE "S" TO WS-ISLR-VALIDO
               MOVE WS-CON-DESCRIPCION (WS-CON-IDX)
                   TO WS-ISLR-DESCRIPCION
           END-IF.
           ADD 1 TO WS-CON-IDX.
       *>  -------------------------------------------------------------
       *>  RECORRE TODO EL MAESTRO (LOS EGRESADOS TAMBIÉN RECIBEN SU
       *>  AR-C) Y ESCRIBE EN ARC.TXT EL COMPROBANTE DE CADA EMPLEADO
       *>  CON PAGOS EN EL AÑO FISCAL
       *>  -------------------------------------------------------------
       000-GENERAR-ARC.
           MOVE ZERO TO WS-ISLR-EMPLEADOS.
           MOVE ZERO TO WS-ISLR-TOT-PAGADO.
           MOVE ZERO TO WS-ISLR-TOT-RETENIDO.
           MOVE ZERO TO FS-ARC.
           OPEN OUTPUT F-ARC.
           MOVE ZERO TO WS-EMPLEADOS-EOF.
           PERFORM 000-ABRIR-EMPLEADOS.
           PERFORM UNTIL EMPLEADOS-EOF
               READ F-EMPLEADOS NEXT RECORD
                   AT END
                       SET EMPLEADOS-EOF TO TRUE
                   NOT AT END
                       IF WS-ISLR-CI-FILTRO = ZERO
                           OR WS-ISLR-CI-FILTRO =
                               CI-EMPLEADO OF REG-EMPLEADO
                           PERFORM 000-ARC-EMPLEADO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 000-CIERRE-EMPLEADOS.
           CLOSE F-ARC.
           DISPLAY "----------------------------------------".
           DISPLAY "COMPROBANTES EMITIDOS: " WS-ISLR-EMPLEADOS.
           DISPLAY "REMUNERACIÓN PAGADA: " WS-ISLR-TOT-PAGADO.
           DISPLAY "IMPUESTO RETENIDO: " WS-ISLR-TOT-RETENIDO.
           DISPLAY "ARCHIVO ARC.TXT GENERADO.".
       *>  -------------------------------------------------------------
       *>  ACUMULA POR MES LOS PAGOS DEL AÑO FISCAL DE REG-EMPLEADO Y,
       *>  SI LOS TUVO, ESCRIBE SU COMPROBANTE
       *>  -------------------------------------------------------------
       000-ARC-EMPLEADO.
           PERFORM 000-ACUMULAR-ISLR-EMPLEADO.
           IF WS-ISLR-PAGOS > ZERO
               ADD 1 TO WS-ISLR-EMPLEADOS
               PERFORM 000-ESCRIBIR-ARC
           END-IF.
       *>  -------------------------------------------------------------
       *>  LLENA WS-TABLA-ISLR-MES CON LO PAGADO (SALARIO - AUSENCIAS +
       *>  ASIGNACIONES) Y LO RETENIDO POR WS-ISLR-CONCEPTO A
       *>  REG-EMPLEADO EN CADA MES DE WS-ISLR-ANNO (EL 13 SON LAS
       *>  UTILIDADES), LEYENDO EL HISTORIAL.AAAA DEL AÑO Y EL VIVO.
       *>  LOS RESÚMENES AAAA00 DEL VIVO NO SE CUENTAN: EL DETALLE DE
       *>  ESE AÑO ESTÁ EN SU HISTORIAL.AAAA.
       *>  -------------------------------------------------------------
       000-ACUMULAR-ISLR-EMPLEADO.
           MOVE ZERO TO WS-ISLR-PAGOS.
           MOVE 1 TO WS-ISLR-MES-IDX.
           PERFORM 000-LIMPIAR-ISLR-MES
               UNTIL WS-ISLR-MES-IDX > 13.
           MOVE SPACES TO WS-NOMBRE-HIST-ANUAL.
           STRING "HISTORIAL." DELIMITED BY SIZE
               WS-ISLR-ANNO DELIMITED BY SIZE
               INTO WS-NOMBRE-HIST-ANUAL.
           MOVE ZERO TO WS-HISTORIAL-EOF.
           MOVE ZERO TO FS-HIST-ANUAL.
           OPEN INPUT F-HIST-ANUAL.
           IF FS-HIST-ANUAL = "00"
               PERFORM UNTIL HISTORIAL-EOF
                   READ F-HIST-ANUAL
                       AT END
                           SET HISTORIAL-EOF TO TRUE
                       NOT AT END
                           IF HAN-CI-EMPLEADO =
                                   CI-EMPLEADO OF REG-EMPLEADO
                               MOVE REG-HIST-ANUAL TO WS-ARC-REGISTRO
                               PERFORM 000-ACUMULAR-ISLR-PAGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-HIST-ANUAL
           END-IF.
           MOVE ZERO TO WS-HISTORIAL-EOF.
           MOVE ZERO TO FS-HISTORIAL.
           OPEN INPUT F-HISTORIAL.
           IF FS-HISTORIAL = "00"
               PERFORM UNTIL HISTORIAL-EOF
                   READ F-HISTORIAL
                       AT END
                           SET HISTORIAL-EOF TO TRUE
                       NOT AT END
                           IF HIST-CI-EMPLEADO =
                                   CI-EMPLEADO OF REG-EMPLEADO
                               MOVE REG-HISTORIAL TO WS-ARC-REGISTRO
                               PERFORM 000-ACUMULAR-ISLR-PAGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-HISTORIAL
           END-IF.
       *>  -------------------------------------------------------------
       *>  PONE EN CERO EL MES WS-ISLR-MES-IDX Y AVANZA AL SIGUIENTE
       *>  -------------------------------------------------------------
       000-LIMPIAR-ISLR-MES.
           MOVE ZERO TO WS-ISLR-MES-PAGADO (WS-ISLR-MES-IDX).
           MOVE ZERO TO WS-ISLR-MES-RETENIDO (WS-ISLR-MES-IDX).
           ADD 1 TO WS-ISLR-MES-IDX.
       *>  -------------------------------------------------------------
       *>  SUMA EL PAGO CARGADO EN WS-ARC-REGISTRO AL MES QUE LE TOCA SI
       *>  ES DEL AÑO FISCAL (LOS CAMPOS AGREGADOS AL FINAL PUEDEN VENIR
       *>  EN BLANCO EN REGISTROS VIEJOS)
       *>  -------------------------------------------------------------
       000-ACUMULAR-ISLR-PAGO.
           COMPUTE WS-ISLR-ANNO-PER = WS-ARC-PERIODO / 100.
           COMPUTE WS-ISLR-MES-PER =
               WS-ARC-PERIODO - WS-ISLR-ANNO-PER * 100.
           IF WS-ISLR-ANNO-PER = WS-ISLR-ANNO
                   AND WS-ISLR-MES-PER >= 1 AND WS-ISLR-MES-PER <= 13
               ADD 1 TO WS-ISLR-PAGOS
               ADD WS-ARC-SALARIO
                   TO WS-ISLR-MES-PAGADO (WS-ISLR-MES-PER)
               IF WS-ARC-ASIGNACIONES NUMERIC
                   ADD WS-ARC-ASIGNACIONES
                       TO WS-ISLR-MES-PAGADO (WS-ISLR-MES-PER)
               END-IF
               IF WS-ARC-AUSENCIAS NUMERIC
                   SUBTRACT WS-ARC-AUSENCIAS
                       FROM WS-ISLR-MES-PAGADO (WS-ISLR-MES-PER)
               END-IF
               IF WS-ARC-CANT-CONCEPTOS NUMERIC
                   MOVE 1 TO WS-ISLR-CON-IDX
                   PERFORM 000-SUMAR-RETENCION-ISLR
                       UNTIL WS-ISLR-CON-IDX > WS-ARC-CANT-CONCEPTOS
                           OR WS-ISLR-CON-IDX > 20
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  SUMA AL MES EN CURSO LA ENTRADA WS-ISLR-CON-IDX DE LOS
       *>  CONCEPTOS DEL PAGO SI ES EL CONCEPTO DE ISLR, Y AVANZA
       *>  -------------------------------------------------------------
       000-SUMAR-RETENCION-ISLR.
           IF WS-ARC-CON-CODIGO (WS-ISLR-CON-IDX) = WS-ISLR-CONCEPTO
                   AND WS-ARC-CON-MONTO (WS-ISLR-CON-IDX) NUMERIC
               ADD WS-ARC-CON-MONTO (WS-ISLR-CON-IDX)
                   TO WS-ISLR-MES-RETENIDO (WS-ISLR-MES-PER)
           END-IF.
           ADD 1 TO WS-ISLR-CON-IDX.
       *>  -------------------------------------------------------------
       *>  WS-ISLR-TASA = WS-ISLR-RETENIDO * 100 / WS-ISLR-PAGADO, EL
       *>  PORCENTAJE EFECTIVAMENTE RETENIDO (EN DOS PASOS POR LA
       *>  ESCALA DEL INTERMEDIO)
       *>  -------------------------------------------------------------
       000-CALCULAR-TASA-ISLR.
           MOVE ZERO TO WS-ISLR-TASA.
           IF WS-ISLR-PAGADO > ZERO
               COMPUTE WS-ISLR-CALCULO = WS-ISLR-RETENIDO * 100
               COMPUTE WS-ISLR-TASA ROUNDED =
                   WS-ISLR-CALCULO / WS-ISLR-PAGADO
           END-IF.
       *>  -------------------------------------------------------------
       *>  ESCRIBE EN ARC.TXT EL COMPROBANTE DE REG-EMPLEADO: UNA LÍNEA
       *>  POR MES CON PAGOS, CON LO PAGADO, EL PORCENTAJE, LO RETENIDO
       *>  Y LOS ACUMULADOS DEL AÑO, Y LOS TOTALES
       *>  -------------------------------------------------------------
       000-ESCRIBIR-ARC.
           MOVE ALL "=" TO WS-LINEA-ARC.
           WRITE REG-ARC FROM WS-LINEA-ARC.
           MOVE SPACES TO WS-LINEA-ARC.
           STRING "COMPROBANTE DE RETENCIONES DE ISLR (AR-C) - AÑO "
                   DELIMITED BY SIZE
               "FISCAL " DELIMITED BY SIZE
               WS-ISLR-ANNO DELIMITED BY SIZE
               INTO WS-LINEA-ARC.
           WRITE REG-ARC FROM WS-LINEA-ARC.
           MOVE SPACES TO WS-LINEA-ARC.
           STRING "CONCEPTO DE RETENCIÓN: " DELIMITED BY SIZE
               WS-ISLR-CONCEPTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ISLR-DESCRIPCION DELIMITED BY "  "
               INTO WS-LINEA-ARC.
           WRITE REG-ARC FROM WS-LINEA-ARC.
           MOVE SPACES TO WS-LINEA-ARC.
           STRING "BENEFICIARIO - CÉDULA: V" DELIMITED BY SIZE
               CI-EMPLEADO OF REG-EMPLEADO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               APELLIDO OF REG-EMPLEADO DELIMITED BY "  "
               " " DELIMITED BY SIZE
               NOMBRE OF REG-EMPLEADO DELIMITED BY "  "
               INTO WS-LINEA-ARC.
           WRITE REG-ARC FROM WS-LINEA-ARC.
           MOVE ALL "-" TO WS-LINEA-ARC.
           WRITE REG-ARC FROM WS-LINEA-ARC.
           MOVE SPACES TO WS-LINEA-ARC.
           STRING "MES  REMUNERACIÓN     % RET.   RETENIDO"
                   DELIMITED BY SIZE
               "        REMUN. ACUM.    RETENIDO ACUM."
                   DELIMITED BY SIZE
               INTO WS-LINEA-ARC.
           WRITE REG-ARC FROM WS-LINEA-ARC.
           MOVE ZERO TO WS-ISLR-ACUM-PAGADO.
           MOVE ZERO TO WS-ISLR-ACUM-RETENIDO.
           MOVE 1 TO WS-ISLR-MES-IDX.
           PERFORM 000-ESCRIBIR-MES-ARC
               UNTIL WS-ISLR-MES-IDX > 13.
           MOVE ALL "-" TO WS-LINEA-ARC.
           WRITE REG-ARC FROM WS-LINEA-ARC.
           MOVE WS-ISLR-ACUM-PAGADO TO WS-ISLR-PAGADO.
           MOVE WS-ISLR-ACUM-RETENIDO TO WS-ISLR-RETENIDO.
           PERFORM 000-CALCULAR-TASA-ISLR.
           MOVE SPACES TO WS-LINEA-ARC.
           STRING "TOTAL REMUNERACIÓN PAGADA: " DELIMITED BY SIZE
               WS-ISLR-ACUM-PAGADO DELIMITED BY SIZE
               INTO WS-LINEA-ARC.
           WRITE REG-ARC FROM WS-LINEA-ARC.
           MOVE SPACES TO WS-LINEA-ARC.
           STRING "TOTAL IMPUESTO RETENIDO: " DELIMITED BY SIZE
               WS-ISLR-ACUM-RETENIDO DELIMITED BY SIZE
               " PORCENTAJE PROMEDIO: " DELIMITED BY SIZE
               WS-ISLR-TASA DELIMITED BY SIZE
               INTO WS-LINEA-ARC.
           WRITE REG-ARC FROM WS-LINEA-ARC.
           ADD WS-ISLR-ACUM-PAGADO TO WS-ISLR-TOT-PAGADO.
           ADD WS-ISLR-ACUM-RETENIDO TO WS-ISLR-TOT-RETENIDO.
           MOVE SPACES TO WS-LINEA-ARC.
           WRITE REG-ARC FROM WS-LINEA-ARC.
           MOVE "  FIRMA DEL AGENTE DE RETENCIÓN: __________________"
               TO WS-LINEA-ARC.
           WRITE REG-ARC FROM WS-LINEA-ARC.
       *>  -------------------------------------------------------------
       *>  ESCRIBE EN ARC.TXT LA LÍNEA DEL MES WS-ISLR-MES-IDX SI TUVO
       *>  PAGOS O RETENCIÓN, ACTUALIZA LOS ACUMULADOS Y AVANZA
       *>  -------------------------------------------------------------
       000-ESCRIBIR-MES-ARC.
           IF WS-ISLR-MES-PAGADO (WS-ISLR-MES-IDX) > ZERO
                   OR WS-ISLR-MES-RETENIDO (WS-ISLR-MES-IDX) > ZERO
               MOVE WS-ISLR-MES-PAGADO (WS-ISLR-MES-IDX)
                   TO WS-ISLR-PAGADO
               MOVE WS-ISLR-MES-RETENIDO (WS-ISLR-MES-IDX)
                   TO WS-ISLR-RETENIDO
               PERFORM 000-CALCULAR-TASA-ISLR
               ADD WS-ISLR-PAGADO TO WS-ISLR-ACUM-PAGADO
               ADD WS-ISLR-RETENIDO TO WS-ISLR-ACUM-RETENIDO
               IF WS-ISLR-MES-IDX = 13
                   MOVE "UT" TO WS-ISLR-MES-ETIQUETA
               ELSE
                   MOVE WS-ISLR-MES-IDX TO WS-ISLR-MES-ETIQUETA
               END-IF
               MOVE SPACES TO WS-LINEA-ARC
               STRING WS-ISLR-MES-ETIQUETA DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-ISLR-PAGADO DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ISLR-TASA DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-ISLR-RETENIDO DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ISLR-ACUM-PAGADO DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ISLR-ACUM-RETENIDO DELIMITED BY SIZE
                   INTO WS-LINEA-ARC
               WRITE REG-ARC FROM WS-LINEA-ARC
           END-IF.
           ADD 1 TO WS-ISLR-MES-IDX.
       *>  -------------------------------------------------------------
       *>  DECLARACIÓN MENSUAL DE RETENCIONES DE ISLR AL SENIAT: POR
       *>  CADA EMPLEADO PAGADO EN UN MES YA CERRADO, SU CÉDULA, LO
       *>  PAGADO, EL PORCENTAJE Y EL MONTO RETENIDO POR EL CONCEPTO DE
       *>  ISLR, EN EL ARCHIVO DE ANCHO FIJO RETISLR.TXT CON SU
       *>  REGISTRO DE TOTALES DE CONTROL
       *>  -------------------------------------------------------------
       001-DECLARACION-ISLR.
           DISPLAY " ".
           DISPLAY "DECLARACIÓN MENSUAL DE RETENCIONES ISLR.".
           DISPLAY "========================================".
           PERFORM 000-CARGAR-CONCEPTOS.
           *> EN LA CORRIDA DESATENDIDA PERÍODO Y CONCEPTO LLEGAN COMO
           *> PARÁMETROS; UN VALOR INVÁLIDO ES UN ERROR DEL PASO
           IF WS-MODO-BATCH NOT = "S"
               DISPLAY "PERÍODO A DECLARAR (AAAAMM): "
                   WITH NO ADVANCING
               ACCEPT WS-ISLR-PERIODO
               COMPUTE WS-ISLR-ANNO = WS-ISLR-PERIODO / 100
               COMPUTE WS-ISLR-MES-DECL =
                   WS-ISLR-PERIODO - WS-ISLR-ANNO * 100
               PERFORM UNTIL WS-ISLR-MES-DECL >= 1
                       AND WS-ISLR-MES-DECL <= 12
                   DISPLAY "PERÍODO INVÁLIDO. PERÍODO (AAAAMM): "
                       WITH NO ADVANCING
                   ACCEPT WS-ISLR-PERIODO
                   COMPUTE WS-ISLR-ANNO = WS-ISLR-PERIODO / 100
                   COMPUTE WS-ISLR-MES-DECL =
                       WS-ISLR-PERIODO - WS-ISLR-ANNO * 100
               END-PERFORM
               PERFORM 000-SOLICITAR-CONCEPTO-ISLR
           END-IF.
           COMPUTE WS-ISLR-ANNO = WS-ISLR-PERIODO / 100.
           COMPUTE WS-ISLR-MES-DECL =
               WS-ISLR-PERIODO - WS-ISLR-ANNO * 100.
           PERFORM 000-BUSCAR-CONCEPTO-ISLR.
           IF WS-ISLR-MES-DECL < 1 OR WS-ISLR-MES-DECL > 12
                   OR WS-ISLR-VALIDO = "N"
               DISPLAY "PARÁMETROS DE LA DECLARACIÓN INVÁLIDOS: "
                   WS-ISLR-PERIODO " " WS-ISLR-CONCEPTO
               MOVE 1 TO WS-FIN
           ELSE
               *> SÓLO SE DECLARA UN MES YA CERRADO, COMO LOS APORTES
               MOVE WS-ISLR-PERIODO TO WS-PERIODO-ACTUAL
               PERFORM 000-VERIFICAR-CIERRE-MES
               IF WS-PERIODO-CERRADO NOT = "S"
                   DISPLAY "EL PERÍODO " WS-ISLR-PERIODO
                       " NO ESTÁ CERRADO; NO SE DECLARA."
                   IF WS-MODO-BATCH = "S"
                       MOVE 1 TO WS-FIN
                   END-IF
               ELSE
                   PERFORM 000-GENERAR-DECLARACION-ISLR
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  RECORRE EL MAESTRO (INCLUIDOS LOS EGRESADOS, QUE PUDIERON
       *>  COBRAR EN EL MES) Y ESCRIBE EN RETISLR.TXT UN DETALLE POR
       *>  CADA CÉDULA PAGADA EN EL PERÍODO Y EL REGISTRO DE CONTROL
       *>  -------------------------------------------------------------
       000-GENERAR-DECLARACION-ISLR.
           MOVE ZERO TO WS-ISLR-EMPLEADOS.
           MOVE ZERO TO WS-ISLR-TOT-PAGADO.
           MOVE ZERO TO WS-ISLR-TOT-RETENIDO.
           MOVE ZERO TO FS-SENIAT.
           OPEN OUTPUT F-SENIAT.
           MOVE ZERO TO WS-EMPLEADOS-EOF.
           PERFORM 000-ABRIR-EMPLEADOS.
           PERFORM UNTIL EMPLEADOS-EOF
               READ F-EMPLEADOS NEXT RECORD
                   AT END
                       SET EMPLEADOS-EOF TO TRUE
                   NOT AT END
                       PERFORM 000-DECLARACION-EMPLEADO
               END-READ
           END-PERFORM.
           PERFORM 000-CIERRE-EMPLEADOS.
           MOVE "T" TO SEN-CTL-TIPO.
           MOVE WS-ISLR-PERIODO TO SEN-CTL-PERIODO.
           MOVE WS-ISLR-EMPLEADOS TO SEN-CTL-TRABAJADORES.
           MOVE WS-ISLR-TOT-PAGADO TO SEN-CTL-PAGADO.
           MOVE WS-ISLR-TOT-RETENIDO TO SEN-CTL-RETENIDO.
           WRITE REG-SENIAT-CONTROL.
           CLOSE F-SENIAT.
           DISPLAY "----------------------------------------".
           DISPLAY "TRABAJADORES DECLARADOS: " WS-ISLR-EMPLEADOS.
           DISPLAY "REMUNERACIÓN PAGADA: " WS-ISLR-TOT-PAGADO.
           DISPLAY "IMPUESTO RETENIDO: " WS-ISLR-TOT-RETENIDO.
           DISPLAY "ARCHIVO RETISLR.TXT GENERADO.".
       *>  -------------------------------------------------------------
       *>  ESCRIBE EL DETALLE "D" DE REG-EMPLEADO SI COBRÓ EN EL MES
       *>  DECLARADO. LA NACIONALIDAD NO SE GUARDA EN EL MAESTRO: SE
       *>  DECLARA "V", COMO EN LOS APORTES.
       *>  -------------------------------------------------------------
       000-DECLARACION-EMPLEADO.
           PERFORM 000-ACUMULAR-ISLR-EMPLEADO.
           MOVE WS-ISLR-MES-PAGADO (WS-ISLR-MES-DECL)
               TO WS-ISLR-PAGADO.
           MOVE WS-ISLR-MES-RETENIDO (WS-ISLR-MES-DECL)
               TO WS-ISLR-RETENIDO.
           IF WS-ISLR-PAGADO > ZERO
               PERFORM 000-CALCULAR-TASA-ISLR
               MOVE "D" TO SEN-TIPO
               MOVE "V" TO SEN-NACIONALIDAD
               MOVE CI-EMPLEADO OF REG-EMPLEADO TO SEN-CI-EMPLEADO
               MOVE WS-ISLR-PERIODO TO SEN-PERIODO
               MOVE WS-ISLR-CONCEPTO TO SEN-CONCEPTO
               MOVE WS-ISLR-PAGADO TO SEN-MONTO-PAGADO
               MOVE WS-ISLR-TASA TO SEN-PORCENTAJE
               MOVE WS-ISLR-RETENIDO TO SEN-MONTO-RETENIDO
               WRITE REG-SENIAT
               ADD 1 TO WS-ISLR-EMPLEADOS
               ADD WS-ISLR-PAGADO TO WS-ISLR-TOT-PAGADO
               ADD WS-ISLR-RETENIDO TO WS-ISLR-TOT-RETENIDO
           END-IF.
       *>  -------------------------------------------------------------
       *>  ASIENTO CONTABLE DE UN PERÍODO DE PAGO YA CERRADO: CON LO
       *>  PAGADO EN EL PERÍODO SEGÚN HISTORIAL.TXT ARMA UN DEBE AL
       *>  GASTO DE SUELDOS POR CADA CENTRO DE COSTO (DEPARTAMENTO) Y EL
       *>  HABER AL SSO, A CADA CONCEPTO DE DEDUCCIÓN POR PAGAR, A LOS
       *>  PRÉSTAMOS POR COBRAR (LAS CUOTAS ABONADAS EN EL CIERRE), A
       *>  LOS EMBARGOS POR PAGAR, AL BANCO POR EL NETO ABONADO EN
       *>  CUENTA Y AL NETO PAGADO POR CHEQUE. LAS CUENTAS SALEN DE
       *>  CUENTAS.TXT; SI ALGUNA PARTIDA NO TIENE CUENTA O EL DEBE NO
       *>  IGUALA AL HABER NO SE LIBERA EL ARCHIVO. ASIENTOS.TXT GUARDA
       *>  LOS PERÍODOS YA ENVIADOS.
       *>  -------------------------------------------------------------
       001-ASIENTO-CONTABLE.
           DISPLAY " ".
           DISPLAY "ASIENTO CONTABLE DE UN PERÍODO CERRADO.".
           DISPLAY "========================================".
           *> EN LA CORRIDA DESATENDIDA PERÍODO, FRECUENCIA Y
           *> SUBPERÍODO LLEGAN COMO PARÁMETROS; UN VALOR INVÁLIDO ES UN
           *> ERROR DEL PASO
           IF WS-MODO-BATCH NOT = "S"
               PERFORM 000-SOLICITAR-PERIODO-ASIENTO
           END-IF.
           PERFORM 000-VALIDAR-PERIODO-ASIENTO.
           IF WS-AST-VALIDO = "N"
               DISPLAY "PARÁMETROS DEL ASIENTO INVÁLIDOS: "
                   WS-AST-PERIODO " " WS-AST-FRECUENCIA " "
                   WS-AST-SUBPERIODO
               MOVE 1 TO WS-FIN
           ELSE
               MOVE WS-AST-PERIODO TO WS-PERIODO-ACTUAL
               MOVE WS-AST-FRECUENCIA TO WS-FRECUENCIA-NOMINA
               MOVE WS-AST-SUBPERIODO TO WS-SUBPERIODO
               PERFORM 000-ARMAR-ETIQUETA-PERIODO
               PERFORM 000-VERIFICAR-CIERRE-PERIODO
               PERFORM 000-VERIFICAR-ASIENTO-PERIODO
               IF WS-PERIODO-CERRADO NOT = "S"
                   DISPLAY "EL PERÍODO " WS-ETIQUETA-PERIODO
                       " NO ESTÁ CERRADO; NO SE CONTABILIZA."
                   IF WS-MODO-BATCH = "S"
                       MOVE 1 TO WS-FIN
                   END-IF
               ELSE
                   IF WS-AST-CONTABILIZADO = "S"
                       DISPLAY "EL PERÍODO " WS-ETIQUETA-PERIODO
                           " YA FUE CONTABILIZADO. NO SE ENVÍA "
                           "DE NUEVO."
                   ELSE
                       PERFORM 000-GENERAR-ASIENTO
                   END-IF
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  PIDE EN PANTALLA EL PERÍODO (AAAAMM), LA FRECUENCIA Y LA
       *>  QUINCENA O SEMANA DEL PERÍODO A CONTABILIZAR
       *>  -------------------------------------------------------------
       000-SOLICITAR-PERIODO-ASIENTO.
           DISPLAY "PERÍODO A CONTABILIZAR (AAAAMM): "
               WITH NO ADVANCING.
           ACCEPT WS-AST-PERIODO.
           COMPUTE WS-AST-ANNO = WS-AST-PERIODO / 100.
           COMPUTE WS-AST-MES = WS-AST-PERIODO - WS-AST-ANNO * 100.
           PERFORM UNTIL WS-AST-MES >= 1 AND WS-AST-MES <= 12
               DISPLAY "PERÍODO INVÁLIDO. PERÍODO (AAAAMM): "
                   WITH NO ADVANCING
               ACCEPT WS-AST-PERIODO
               COMPUTE WS-AST-ANNO = WS-AST-PERIODO / 100
               COMPUTE WS-AST-MES = WS-AST-PERIODO - WS-AST-ANNO * 100
           END-PERFORM.
           DISPLAY "FRECUENCIA (M=MENSUAL/Q=QUINCENAL/S=SEMANAL): "
               WITH NO ADVANCING.
           ACCEPT WS-FRECUENCIA-NOMINA.
           PERFORM 000-VALIDAR-FRECUENCIA-NOMINA.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "FRECUENCIA INVÁLIDA (M/Q/S). FRECUENCIA: "
                   WITH NO ADVANCING
               ACCEPT WS-FRECUENCIA-NOMINA
               PERFORM 000-VALIDAR-FRECUENCIA-NOMINA
           END-PERFORM.
           MOVE WS-FRECUENCIA-NOMINA TO WS-AST-FRECUENCIA.
           MOVE ZERO TO WS-AST-SUBPERIODO.
           IF WS-AST-FRECUENCIA NOT = "M"
               DISPLAY "QUINCENA (1-2) O SEMANA (1-5) DEL MES: "
                   WITH NO ADVANCING
               ACCEPT WS-AST-SUBPERIODO
               PERFORM 000-VALIDAR-SUBPERIODO-ASIENTO
               PERFORM UNTIL WS-CAMPO-VALIDO = "S"
                   DISPLAY "SUBPERÍODO INVÁLIDO. SUBPERÍODO: "
                       WITH NO ADVANCING
                   ACCEPT WS-AST-SUBPERIODO
                   PERFORM 000-VALIDAR-SUBPERIODO-ASIENTO
               END-PERFORM
           END-IF.
       *>  -------------------------------------------------------------
       *>  VALIDA EL PERÍODO, LA FRECUENCIA Y EL SUBPERÍODO PEDIDOS
       *>  (EN PANTALLA O COMO PARÁMETROS) Y DEJA "S"/"N" EN
       *>  WS-AST-VALIDO
       *>  -------------------------------------------------------------
       000-VALIDAR-PERIODO-ASIENTO.
           MOVE "S" TO WS-AST-VALIDO.
           COMPUTE WS-AST-ANNO = WS-AST-PERIODO / 100.
           COMPUTE WS-AST-MES = WS-AST-PERIODO - WS-AST-ANNO * 100.
           IF WS-AST-MES < 1 OR WS-AST-MES > 12
               MOVE "N" TO WS-AST-VALIDO
           END-IF.
           MOVE WS-AST-FRECUENCIA TO WS-FRECUENCIA-NOMINA.
           PERFORM 000-VALIDAR-FRECUENCIA-NOMINA.
           IF WS-CAMPO-VALIDO = "N"
               MOVE "N" TO WS-AST-VALIDO
           ELSE
               MOVE WS-FRECUENCIA-NOMINA TO WS-AST-FRECUENCIA
               PERFORM 000-VALIDAR-SUBPERIODO-ASIENTO
               IF WS-CAMPO-VALIDO = "N"
                   MOVE "N" TO WS-AST-VALIDO
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  VALIDA WS-AST-SUBPERIODO SEGÚN WS-AST-FRECUENCIA (1-2 LA
       *>  QUINCENA, 1-5 LA SEMANA; EN LA NÓMINA MENSUAL ES CERO)
       *>  -------------------------------------------------------------
       000-VALIDAR-SUBPERIODO-ASIENTO.
           MOVE "S" TO WS-CAMPO-VALIDO.
           EVALUATE WS-AST-FRECUENCIA
               WHEN "Q"
                   IF WS-AST-SUBPERIODO < 1 OR WS-AST-SUBPERIODO > 2
                       MOVE "N" TO WS-CAMPO-VALIDO
                   END-IF
               WHEN "S"
                   IF WS-AST-SUBPERIODO < 1 OR WS-AST-SUBPERIODO > 5
                       MOVE "N" TO WS-CAMPO-VALIDO
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO WS-AST-SUBPERIODO
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  BUSCA EN ASIENTOS.TXT EL PERÍODO WS-PERIODO-ACTUAL DE LA
       *>  FRECUENCIA Y SUBPERÍODO EN CURSO Y DEJA "S"/"N" EN
       *>  WS-AST-CONTABILIZADO
       *>  -------------------------------------------------------------
       000-VERIFICAR-ASIENTO-PERIODO.
           MOVE "N" TO WS-AST-CONTABILIZADO.
           MOVE ZERO TO WS-ASIENTOS-EOF.
           MOVE ZERO TO FS-ASIENTOS.
           OPEN INPUT F-ASIENTOS.
           IF FS-ASIENTOS = "00"
               PERFORM UNTIL ASIENTOS-EOF OR WS-AST-CONTABILIZADO = "S"
                   READ F-ASIENTOS
                       AT END
                           SET ASIENTOS-EOF TO TRUE
                       NOT AT END
                           IF ACO-PERIODO = WS-PERIODO-ACTUAL
                               AND ACO-FRECUENCIA = WS-FRECUENCIA-NOMINA
                               AND ACO-SUBPERIODO = WS-SUBPERIODO
                               MOVE "S" TO WS-AST-CONTABILIZADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-ASIENTOS
           END-IF.
       *>  -------------------------------------------------------------
       *>  RECORRE EL MAESTRO (INCLUIDOS LOS EGRESADOS, QUE PUDIERON
       *>  COBRAR EN EL PERÍODO), ACUMULA LAS PARTIDAS DE CADA CÉDULA
       *>  PAGADA, LES ASIGNA CUENTA, CUADRA EL ASIENTO Y SÓLO SI TODO
       *>  ESTÁ EN ORDEN ESCRIBE ASIENTO.TXT Y REGISTRA EL PERÍODO
       *>  -------------------------------------------------------------
       000-GENERAR-ASIENTO.
           MOVE ZERO TO WS-AST-CARGADAS.
           MOVE ZERO TO WS-AST-EMPLEADOS.
           MOVE "N" TO WS-AST-DESBORDE.
           PERFORM 000-CARGAR-CUENTAS.
           MOVE ZERO TO WS-EMPLEADOS-EOF.
           PERFORM 000-ABRIR-EMPLEADOS.
           PERFORM UNTIL EMPLEADOS-EOF
               READ F-EMPLEADOS NEXT RECORD
                   AT END
                       SET EMPLEADOS-EOF TO TRUE
                   NOT AT END
                       PERFORM 000-ASIENTO-EMPLEADO
               END-READ
           END-PERFORM.
           PERFORM 000-CIERRE-EMPLEADOS.
           PERFORM 000-EMBARGOS-ASIENTO.
           IF WS-AST-CARGADAS = ZERO
               DISPLAY "NO HAY PAGOS DEL PERÍODO " WS-ETIQUETA-PERIODO
                   " EN EL HISTORIAL; NO SE GENERA ASIENTO."
           ELSE
               PERFORM 000-CUADRAR-ASIENTO
               DISPLAY "----------------------------------------"
               DISPLAY "TRABAJADORES: " WS-AST-EMPLEADOS
               DISPLAY "TOTAL DEBE: " WS-AST-TOTAL-DEBE
               DISPLAY "TOTAL HABER: " WS-AST-TOTAL-HABER
               IF WS-AST-SIN-CUENTA > ZERO
                       OR WS-AST-DESBORDE = "S"
                       OR WS-AST-TOTAL-DEBE NOT = WS-AST-TOTAL-HABER
                   IF WS-AST-TOTAL-DEBE NOT = WS-AST-TOTAL-HABER
                       COMPUTE WS-AST-DIFERENCIA =
                           WS-AST-TOTAL-DEBE - WS-AST-TOTAL-HABER
                       DISPLAY "DIFERENCIA DEBE - HABER: "
                           WS-AST-DIFERENCIA
                   END-IF
                   IF WS-AST-SIN-CUENTA > ZERO
                       DISPLAY "PARTIDAS SIN CUENTA CONTABLE: "
                           WS-AST-SIN-CUENTA
                   END-IF
                   DISPLAY "ASIENTO NO LIBERADO: CORRIJA EL CATÁLOGO "
                       "DE CUENTAS O EL HISTORIAL DEL PERÍODO."
                   IF WS-MODO-BATCH = "S"
                       MOVE 1 TO WS-FIN
                   END-IF
               ELSE
                   PERFORM 000-ESCRIBIR-ASIENTO
                   PERFORM 000-REGISTRAR-ASIENTO
                   DISPLAY "LÍNEAS DEL ASIENTO: " WS-AST-LINEA
                   DISPLAY "ARCHIVO ASIENTO.TXT GENERADO. PERÍODO "
                       WS-ETIQUETA-PERIODO " CONTABILIZADO."
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  ACUMULA EN LA TABLA DEL ASIENTO LOS PAGOS DEL REG-EMPLEADO EN
       *>  CURSO EN EL PERÍODO (SIN LA NÓMINA DE RETROACTIVOS, QUE NO
       *>  FORMA PARTE DEL CIERRE). EL GASTO VA AL CENTRO DE COSTO DEL
       *>  EMPLEADO (000 SIN DEPARTAMENTO) Y EL NETO AL BANCO O A
       *>  CHEQUES CON EL MISMO CRITERIO DE 001-EXPORTAR-BANCO.
       *>  -------------------------------------------------------------
       000-ASIENTO-EMPLEADO.
           MOVE CI-EMPLEADO OF REG-EMPLEADO TO WS-CI-EMPLEADO.
           IF CODIGO-DEPARTAMENTO OF REG-EMPLEADO NUMERIC
               MOVE CODIGO-DEPARTAMENTO OF REG-EMPLEADO
                   TO WS-AST-DEPARTAMENTO
           ELSE
               MOVE ZERO TO WS-AST-DEPARTAMENTO
           END-IF.
           IF FORMA-PAGO OF REG-EMPLEADO = "D"
                   AND CUENTA-BANCARIA OF REG-EMPLEADO NOT = SPACES
               MOVE "B" TO WS-AST-MEDIO-PAGO
           ELSE
               MOVE "H" TO WS-AST-MEDIO-PAGO
           END-IF.
           MOVE ZERO TO WS-AST-PAGOS.
           MOVE ZERO TO WS-HISTORIAL-EOF.
           MOVE ZERO TO FS-HISTORIAL.
           OPEN INPUT F-HISTORIAL.
           IF FS-HISTORIAL = "00"
               PERFORM UNTIL HISTORIAL-EOF
                   READ F-HISTORIAL
                       AT END
                           SET HISTORIAL-EOF TO TRUE
                       NOT AT END
                           PERFORM 000-FRECUENCIA-HISTORIAL
                           IF HIST-CI-EMPLEADO = WS-CI-EMPLEADO
                               AND HIST-PERIODO = WS-PERIODO-ACTUAL
                               AND WS-HIST-FRECUENCIA =
                                   WS-FRECUENCIA-NOMINA
                               AND WS-HIST-SUBPERIODO = WS-SUBPERIODO
                               AND HIST-TIPO-PAGO NOT = "R"
                               PERFORM 000-PARTIDAS-PAGO-ASIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-HISTORIAL
           END-IF.
           IF WS-AST-PAGOS > ZERO
               ADD 1 TO WS-AST-EMPLEADOS
           END-IF.
       *>  -------------------------------------------------------------
       *>  SUMA LAS PARTIDAS DEL REG-HISTORIAL EN CURSO: DEVENGADO
       *>  (SALARIO - AUSENCIAS + ASIGNACIONES) AL DEBE; SSO, CADA
       *>  CONCEPTO RETENIDO, LO QUE HIST-OTRAS NO TENGA DESGLOSADO
       *>  (PAGOS ANTERIORES AL DESGLOSE), LA CUOTA DE PRÉSTAMOS Y EL
       *>  NETO AL HABER
       *>  -------------------------------------------------------------
       000-PARTIDAS-PAGO-ASIENTO.
           ADD 1 TO WS-AST-PAGOS.
           MOVE "G" TO WS-AST-SUMAR-TIPO.
           MOVE WS-AST-DEPARTAMENTO TO WS-AST-SUMAR-CLAVE.
           MOVE HIST-SALARIO TO WS-AST-SUMAR-MONTO.
           IF HIST-AUSENCIAS NUMERIC
               SUBTRACT HIST-AUSENCIAS FROM WS-AST-SUMAR-MONTO
           END-IF.
           IF HIST-ASIGNACIONES NUMERIC
               ADD HIST-ASIGNACIONES TO WS-AST-SUMAR-MONTO
           END-IF.
           PERFORM 000-SUMAR-PARTIDA-ASIENTO.
           MOVE "S" TO WS-AST-SUMAR-TIPO.
           MOVE ZERO TO WS-AST-SUMAR-CLAVE.
           MOVE HIST-SSO TO WS-AST-SUMAR-MONTO.
           PERFORM 000-SUMAR-PARTIDA-ASIENTO.
           MOVE ZERO TO WS-AST-DETALLADO.
           IF HIST-CANT-CONCEPTOS NUMERIC
               MOVE 1 TO WS-AST-CON-IDX
               PERFORM 000-CONCEPTO-PAGO-ASIENTO
                   UNTIL WS-AST-CON-IDX > HIST-CANT-CONCEPTOS
                       OR WS-AST-CON-IDX > 20
           END-IF.
           IF HIST-OTRAS NUMERIC
               MOVE "O" TO WS-AST-SUMAR-TIPO
               MOVE ZERO TO WS-AST-SUMAR-CLAVE
               COMPUTE WS-AST-SUMAR-MONTO =
                   HIST-OTRAS - WS-AST-DETALLADO
               PERFORM 000-SUMAR-PARTIDA-ASIENTO
           END-IF.
           MOVE "P" TO WS-AST-SUMAR-TIPO.
           MOVE ZERO TO WS-AST-SUMAR-CLAVE.
           MOVE HIST-PRESTAMO TO WS-AST-SUMAR-MONTO.
           PERFORM 000-SUMAR-PARTIDA-ASIENTO.
           MOVE WS-AST-MEDIO-PAGO TO WS-AST-SUMAR-TIPO.
           MOVE ZERO TO WS-AST-SUMAR-CLAVE.
           MOVE HIST-NETO TO WS-AST-SUMAR-MONTO.
           PERFORM 000-SUMAR-PARTIDA-ASIENTO.
       *>  -------------------------------------------------------------
       *>  SUMA AL HABER DE SU CONCEPTO LA ENTRADA WS-AST-CON-IDX DEL
       *>  DESGLOSE DE CONCEPTOS DEL PAGO Y AVANZA A LA SIGUIENTE
       *>  -------------------------------------------------------------
       000-CONCEPTO-PAGO-ASIENTO.
           IF HIST-CON-MONTO (WS-AST-CON-IDX) NUMERIC
               MOVE "C" TO WS-AST-SUMAR-TIPO
               MOVE HIST-CON-CODIGO (WS-AST-CON-IDX)
                   TO WS-AST-SUMAR-CLAVE
               MOVE HIST-CON-MONTO (WS-AST-CON-IDX)
                   TO WS-AST-SUMAR-MONTO
               ADD HIST-CON-MONTO (WS-AST-CON-IDX) TO WS-AST-DETALLADO
               PERFORM 000-SUMAR-PARTIDA-ASIENTO
           END-IF.
           ADD 1 TO WS-AST-CON-IDX.
       *>  -------------------------------------------------------------
       *>  SUMA WS-AST-SUMAR-MONTO A LA PARTIDA WS-AST-SUMAR-TIPO /
       *>  WS-AST-SUMAR-CLAVE DE LA TABLA DEL ASIENTO, CREÁNDOLA SI NO
       *>  EXISTE (LOS MONTOS EN CERO NO GENERAN PARTIDA)
       *>  -------------------------------------------------------------
       000-SUMAR-PARTIDA-ASIENTO.
           IF WS-AST-SUMAR-MONTO NOT = ZERO
               MOVE "N" TO WS-AST-HALLADA
               MOVE 1 TO WS-AST-IDX
               PERFORM UNTIL WS-AST-HALLADA = "S"
                       OR WS-AST-IDX > WS-AST-CARGADAS
                   IF WS-AST-TIPO (WS-AST-IDX) = WS-AST-SUMAR-TIPO
                       AND WS-AST-CLAVE (WS-AST-IDX) =
                           WS-AST-SUMAR-CLAVE
                       MOVE "S" TO WS-AST-HALLADA
                   ELSE
                       ADD 1 TO WS-AST-IDX
                   END-IF
               END-PERFORM
               IF WS-AST-HALLADA = "S"
                   ADD WS-AST-SUMAR-MONTO TO WS-AST-MONTO (WS-AST-IDX)
               ELSE
                   IF WS-AST-CARGADAS < 60
                       ADD 1 TO WS-AST-CARGADAS
                       MOVE WS-AST-SUMAR-TIPO
                           TO WS-AST-TIPO (WS-AST-CARGADAS)
                       MOVE WS-AST-SUMAR-CLAVE
                           TO WS-AST-CLAVE (WS-AST-CARGADAS)
                       MOVE WS-AST-SUMAR-MONTO
                           TO WS-AST-MONTO (WS-AST-CARGADAS)
                       MOVE SPACES TO WS-AST-CUENTA (WS-AST-CARGADAS)
                       MOVE SPACES
                           TO WS-AST-DESCRIPCION (WS-AST-CARGADAS)
                   ELSE
                       IF WS-AST-DESBORDE = "N"
                           DISPLAY "ADVERTENCIA: EL ASIENTO EXCEDE 60 "
                               "PARTIDAS; NO SE PUEDE LIBERAR."
                       END-IF
                       MOVE "S" TO WS-AST-DESBORDE
                   END-IF
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  ASIGNA A CADA PARTIDA SU CUENTA DEL CATÁLOGO (EL GASTO DE UN
       *>  DEPARTAMENTO SIN CUENTA PROPIA VA A LA CUENTA DE GASTO 000),
       *>  CUENTA LAS PARTIDAS SIN CUENTA Y SUMA EL DEBE Y EL HABER
       *>  -------------------------------------------------------------
       000-CUADRAR-ASIENTO.
           MOVE ZERO TO WS-AST-SIN-CUENTA.
           MOVE ZERO TO WS-AST-TOTAL-DEBE.
           MOVE ZERO TO WS-AST-TOTAL-HABER.
           MOVE 1 TO WS-AST-IDX.
           PERFORM 000-CUENTA-PARTIDA-ASIENTO
               UNTIL WS-AST-IDX > WS-AST-CARGADAS.
       *>  -------------------------------------------------------------
       *>  BUSCA LA CUENTA DE LA PARTIDA WS-AST-IDX, SUMA SU IMPORTE AL
       *>  LADO QUE LE TOCA Y AVANZA A LA SIGUIENTE
       *>  -------------------------------------------------------------
       000-CUENTA-PARTIDA-ASIENTO.
           MOVE WS-AST-TIPO (WS-AST-IDX) TO CTA-TIPO.
           MOVE WS-AST-CLAVE (WS-AST-IDX) TO CTA-CLAVE.
           PERFORM 000-BUSCAR-CUENTA.
           IF WS-CTA-HALLADA = "N" AND CTA-TIPO = "G"
               MOVE ZERO TO CTA-CLAVE
               PERFORM 000-BUSCAR-CUENTA
           END-IF.
           IF WS-CTA-HALLADA = "S"
               MOVE WS-CTA-CUENTA (WS-CTA-IDX)
                   TO WS-AST-CUENTA (WS-AST-IDX)
               MOVE WS-CTA-DESCRIPCION (WS-CTA-IDX)
                   TO WS-AST-DESCRIPCION (WS-AST-IDX)
           ELSE
               ADD 1 TO WS-AST-SIN-CUENTA
               DISPLAY "SIN CUENTA CONTABLE: TIPO "
                   WS-AST-TIPO (WS-AST-IDX) " CLAVE "
                   WS-AST-CLAVE (WS-AST-IDX) " MONTO "
                   WS-AST-MONTO (WS-AST-IDX)
           END-IF.
           PERFORM 000-LADO-PARTIDA-ASIENTO.
           IF WS-AST-LADO = "D"
               ADD WS-AST-IMPORTE TO WS-AST-TOTAL-DEBE
           ELSE
               ADD WS-AST-IMPORTE TO WS-AST-TOTAL-HABER
           END-IF.
           ADD 1 TO WS-AST-IDX.
       *>  -------------------------------------------------------------
       *>  DEJA EN WS-AST-LADO ("D" DEBE / "H" HABER) Y WS-AST-IMPORTE
       *>  EL LADO Y EL MONTO DE LA PARTIDA WS-AST-IDX: EL GASTO VA AL
       *>  DEBE Y LO DEMÁS AL HABER; UNA PARTIDA NEGATIVA (UN NETO
       *>  NEGATIVO, POR EJEMPLO) PASA AL LADO CONTRARIO
       *>  -------------------------------------------------------------
       000-LADO-PARTIDA-ASIENTO.
           IF WS-AST-TIPO (WS-AST-IDX) = "G"
               MOVE "D" TO WS-AST-LADO
           ELSE
               MOVE "H" TO WS-AST-LADO
           END-IF.
           IF WS-AST-MONTO (WS-AST-IDX) < ZERO
               COMPUTE WS-AST-IMPORTE = ZERO - WS-AST-MONTO (WS-AST-IDX)
               IF WS-AST-LADO = "D"
                   MOVE "H" TO WS-AST-LADO
               ELSE
                   MOVE "D" TO WS-AST-LADO
               END-IF
           ELSE
               MOVE WS-AST-MONTO (WS-AST-IDX) TO WS-AST-IMPORTE
           END-IF.
       *>  -------------------------------------------------------------
       *>  ESCRIBE ASIENTO.TXT: PRIMERO LAS LÍNEAS DEL DEBE, LUEGO LAS
       *>  DEL HABER Y AL FINAL EL REGISTRO DE CONTROL
       *>  -------------------------------------------------------------
       000-ESCRIBIR-ASIENTO.
           COMPUTE WS-AST-FECHA = WS-ANNO-EXTENDIDO * 10000
               + WS-FECHA-MES * 100 + WS-FECHA-DIA.
           MOVE ZERO TO WS-AST-LINEA.
           MOVE ZERO TO FS-ASIENTO.
           OPEN OUTPUT F-ASIENTO.
           MOVE "D" TO WS-AST-PASADA.
           MOVE 1 TO WS-AST-IDX.
           PERFORM 000-ESCRIBIR-LINEA-ASIENTO
               UNTIL WS-AST-IDX > WS-AST-CARGADAS.
           MOVE "H" TO WS-AST-PASADA.
           MOVE 1 TO WS-AST-IDX.
           PERFORM 000-ESCRIBIR-LINEA-ASIENTO
               UNTIL WS-AST-IDX > WS-AST-CARGADAS.
           MOVE "T" TO AST-CTL-TIPO.
           MOVE WS-PERIODO-ACTUAL TO AST-CTL-PERIODO.
           MOVE WS-FRECUENCIA-NOMINA TO AST-CTL-FRECUENCIA.
           MOVE WS-SUBPERIODO TO AST-CTL-SUBPERIODO.
           MOVE WS-AST-FECHA TO AST-CTL-FECHA.
           MOVE WS-AST-LINEA TO AST-CTL-LINEAS.
           MOVE WS-AST-TOTAL-DEBE TO AST-CTL-DEBE.
           MOVE WS-AST-TOTAL-HABER TO AST-CTL-HABER.
           WRITE REG-ASIENTO-CONTROL.
           CLOSE F-ASIENTO.
       *>  -------------------------------------------------------------
       *>  ESCRIBE LA PARTIDA WS-AST-IDX SI CAE EN EL LADO DE LA PASADA
       *>  EN CURSO (WS-AST-PASADA) Y AVANZA A LA SIGUIENTE
       *>  -------------------------------------------------------------
       000-ESCRIBIR-LINEA-ASIENTO.
           PERFORM 000-LADO-PARTIDA-ASIENTO.
           IF WS-AST-LADO = WS-AST-PASADA
               ADD 1 TO WS-AST-LINEA
               MOVE "D" TO AST-TIPO
               MOVE WS-PERIODO-ACTUAL TO AST-PERIODO
               MOVE WS-FRECUENCIA-NOMINA TO AST-FRECUENCIA
               MOVE WS-SUBPERIODO TO AST-SUBPERIODO
               MOVE WS-AST-FECHA TO AST-FECHA
               MOVE WS-AST-LINEA TO AST-LINEA
               MOVE WS-AST-CUENTA (WS-AST-IDX) TO AST-CUENTA
               IF WS-AST-TIPO (WS-AST-IDX) = "G"
                   MOVE WS-AST-CLAVE (WS-AST-IDX) TO AST-CENTRO-COSTO
               ELSE
                   MOVE ZERO TO AST-CENTRO-COSTO
               END-IF
               MOVE WS-AST-DESCRIPCION (WS-AST-IDX) TO AST-DESCRIPCION
               MOVE ZERO TO AST-DEBE
               MOVE ZERO TO AST-HABER
               IF WS-AST-LADO = "D"
                   MOVE WS-AST-IMPORTE TO AST-DEBE
               ELSE
                   MOVE WS-AST-IMPORTE TO AST-HABER
               END-IF
               WRITE REG-ASIENTO
           END-IF.
           ADD 1 TO WS-AST-IDX.
       *>  -------------------------------------------------------------
       *>  ANEXA EL PERÍODO CONTABILIZADO A ASIENTOS.TXT
       *>  -------------------------------------------------------------
       000-REGISTRAR-ASIENTO.
           MOVE ZERO TO FS-ASIENTOS.
           OPEN EXTEND F-ASIENTOS.
           *> EN EL PRIMER ASIENTO EL ARCHIVO AÚN NO EXISTE Y EL OPEN
           *> EXTEND DEVUELVE 35 SIN CREARLO
           IF FS-ASIENTOS = "35"
               OPEN OUTPUT F-ASIENTOS
               CLOSE F-ASIENTOS
               OPEN EXTEND F-ASIENTOS
           END-IF.
           MOVE WS-PERIODO-ACTUAL TO ACO-PERIODO.
           MOVE WS-FRECUENCIA-NOMINA TO ACO-FRECUENCIA.
           MOVE WS-SUBPERIODO TO ACO-SUBPERIODO.
           MOVE WS-FECHA-DIA TO ACO-DIA.
           MOVE WS-FECHA-MES TO ACO-MES.
           MOVE WS-ANNO-EXTENDIDO TO ACO-ANNO.
           MOVE WS-USUARIO-ACTIVO TO ACO-USUARIO.
           MOVE WS-AST-TOTAL-DEBE TO ACO-TOTAL.
           WRITE REG-ASIENTO-ENVIADO.
           CLOSE F-ASIENTOS.
       *>  -------------------------------------------------------------
       *>  CARGA CUENTAS.TXT EN WS-TABLA-CUENTAS (HASTA 80 CUENTAS)
       *>  -------------------------------------------------------------
       000-CARGAR-CUENTAS.
           MOVE ZERO TO WS-CTA-CARGADAS.
           MOVE ZERO TO WS-CUENTAS-EOF.
           MOVE ZERO TO FS-CUENTAS.
           OPEN INPUT F-CUENTAS.
           IF FS-CUENTAS = "00"
               PERFORM UNTIL CUENTAS-EOF
                   READ F-CUENTAS
                       AT END
                           SET CUENTAS-EOF TO TRUE
                       NOT AT END
                           IF WS-CTA-CARGADAS < 80
                               ADD 1 TO WS-CTA-CARGADAS
                               MOVE CTA-TIPO TO
                                   WS-CTA-TIPO (WS-CTA-CARGADAS)
                               MOVE CTA-CLAVE TO
                                   WS-CTA-CLAVE (WS-CTA-CARGADAS)
                               MOVE CTA-CUENTA TO
                                   WS-CTA-CUENTA (WS-CTA-CARGADAS)
                               MOVE CTA-DESCRIPCION TO
                                   WS-CTA-DESCRIPCION (WS-CTA-CARGADAS)
                           ELSE
                               DISPLAY "ADVERTENCIA: CUENTAS.TXT "
                                   "EXCEDE 80 CUENTAS; EL EXCEDENTE "
                                   "NO SE USA."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-CUENTAS
           END-IF.
       *>  -------------------------------------------------------------
       *>  BUSCA CTA-TIPO/CTA-CLAVE EN LA TABLA; DEJA EL ÍNDICE EN
       *>  WS-CTA-IDX Y "S"/"N" EN WS-CTA-HALLADA
       *>  -------------------------------------------------------------
       000-BUSCAR-CUENTA.
           MOVE "N" TO WS-CTA-HALLADA.
           MOVE 1 TO WS-CTA-IDX.
           PERFORM UNTIL WS-CTA-HALLADA = "S"
                   OR WS-CTA-IDX > WS-CTA-CARGADAS
               IF WS-CTA-TIPO (WS-CTA-IDX) = CTA-TIPO
                   AND WS-CTA-CLAVE (WS-CTA-IDX) = CTA-CLAVE
                   MOVE "S" TO WS-CTA-HALLADA
               ELSE
                   ADD 1 TO WS-CTA-IDX
               END-IF
           END-PERFORM.
       *>  -------------------------------------------------------------
       *>  MANTENIMIENTO DEL CATÁLOGO DE CUENTAS CONTABLES: LISTAR,
       *>  ASIGNAR (ALTA O CAMBIO) Y ELIMINAR CUENTAS DE CUENTAS.TXT
       *>  -------------------------------------------------------------
       001-CUENTAS-CONTABLES.
           MOVE ZERO TO WS-FIN-CUENTAS.
           PERFORM 000-MENU-CUENTAS UNTIL WS-FIN-CUENTAS = 1.
       *>  -------------------------------------------------------------
       *>  MUESTRA Y DESPACHA EL SUBMENÚ DE CUENTAS CONTABLES
       *>  -------------------------------------------------------------
       000-MENU-CUENTAS.
           DISPLAY " ".
           DISPLAY "CUENTAS CONTABLES DE LA NÓMINA.".
           DISPLAY "---------------------------------------".
           DISPLAY "1 - LISTAR CUENTAS.".
           DISPLAY "2 - ASIGNAR CUENTA (ALTA O CAMBIO).".
           DISPLAY "3 - ELIMINAR CUENTA.".
           DISPLAY "9 - VOLVER AL MENÚ PRINCIPAL.".
           DISPLAY "OPCIÓN: " WITH NO ADVANCING.
           ACCEPT WS-CTA-OPCION.
           EVALUATE WS-CTA-OPCION
               WHEN 1     PERFORM 000-LISTAR-CUENTAS
               WHEN 2     PERFORM 000-ASIGNAR-CUENTA
               WHEN 3     PERFORM 000-ELIMINAR-CUENTA
               WHEN 9     MOVE 1 TO WS-FIN-CUENTAS
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY "OPCION NO DISPONIBLE."
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  LISTA LAS CUENTAS DEL CATÁLOGO
       *>  -------------------------------------------------------------
       000-LISTAR-CUENTAS.
           PERFORM 000-CARGAR-CUENTAS.
           IF WS-CTA-CARGADAS = ZERO
               DISPLAY "NO HAY CUENTAS REGISTRADAS."
           ELSE
               MOVE 1 TO WS-CTA-IDX
               PERFORM 000-MOSTRAR-CUENTA
                   UNTIL WS-CTA-IDX > WS-CTA-CARGADAS
           END-IF.
       *>  -------------------------------------------------------------
       *>  MUESTRA LA ENTRADA WS-CTA-IDX DEL CATÁLOGO Y AVANZA A LA
       *>  SIGUIENTE
       *>  -------------------------------------------------------------
       000-MOSTRAR-CUENTA.
           DISPLAY "TIPO " WS-CTA-TIPO (WS-CTA-IDX)
               " CLAVE " WS-CTA-CLAVE (WS-CTA-IDX)
               " CUENTA " WS-CTA-CUENTA (WS-CTA-IDX)
               " " WS-CTA-DESCRIPCION (WS-CTA-IDX).
           ADD 1 TO WS-CTA-IDX.
       *>  -------------------------------------------------------------
       *>  PIDE Y VALIDA EL TIPO Y LA CLAVE DE UNA PARTIDA (COMÚN AL
       *>  ALTA/CAMBIO Y A LA ELIMINACIÓN)
       *>  -------------------------------------------------------------
       000-CAPTURAR-CLAVE-CUENTA.
           DISPLAY "TIPO (G=GASTO POR DEPARTAMENTO/C=CONCEPTO/S=SSO/"
               "O=OTRAS DEDUCCIONES/P=PRÉSTAMOS/B=BANCO/H=CHEQUES/"
               "J=EMBARGOS): " WITH NO ADVANCING.
           ACCEPT CTA-TIPO.
           PERFORM 000-VALIDAR-TIPO-PARTIDA.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "TIPO INVÁLIDO (G/C/S/O/P/B/H/J). TIPO: "
                   WITH NO ADVANCING
               ACCEPT CTA-TIPO
               PERFORM 000-VALIDAR-TIPO-PARTIDA
           END-PERFORM.
           MOVE ZERO TO CTA-CLAVE.
           IF CTA-TIPO = "G"
               DISPLAY "CÓDIGO DE DEPARTAMENTO (000 = POR DEFECTO): "
                   WITH NO ADVANCING
               ACCEPT CTA-CLAVE
           END-IF.
           IF CTA-TIPO = "C"
               DISPLAY "CÓDIGO DEL CONCEPTO: " WITH NO ADVANCING
               ACCEPT CTA-CLAVE
               PERFORM 000-VALIDAR-CLAVE-PARTIDA
               PERFORM UNTIL WS-CAMPO-VALIDO = "S"
                   DISPLAY "CONCEPTO NO REGISTRADO. CÓDIGO: "
                       WITH NO ADVANCING
                   ACCEPT CTA-CLAVE
                   PERFORM 000-VALIDAR-CLAVE-PARTIDA
               END-PERFORM
           END-IF.
       *>  -------------------------------------------------------------
       *>  VALIDA CTA-TIPO (G, C, S, O, P, B, H O J) Y LO DEJA EN
       *>  MAYÚSCULA
       *>  -------------------------------------------------------------
       000-VALIDAR-TIPO-PARTIDA.
           MOVE "S" TO WS-CAMPO-VALIDO.
           INSPECT CTA-TIPO CONVERTING "gcsopbhj" TO "GCSOPBHJ".
           IF CTA-TIPO NOT = "G" AND CTA-TIPO NOT = "C"
                   AND CTA-TIPO NOT = "S" AND CTA-TIPO NOT = "O"
                   AND CTA-TIPO NOT = "P" AND CTA-TIPO NOT = "B"
                   AND CTA-TIPO NOT = "H" AND CTA-TIPO NOT = "J"
               MOVE "N" TO WS-CAMPO-VALIDO
               MOVE "CTA-TIPO" TO WS-NOMBRE-CAMPO-EXCEPCION
               MOVE CTA-TIPO TO WS-VALOR-EXCEPCION
               MOVE "TIPO DE PARTIDA CONTABLE INVÁLIDO"
                   TO WS-MOTIVO-EXCEPCION
               PERFORM 000-REGISTRAR-EXCEPCION
           END-IF.
       *>  -------------------------------------------------------------
       *>  VALIDA QUE LA CLAVE DE UNA PARTIDA DE CONCEPTO SEA UN
       *>  CONCEPTO REGISTRADO EN CONCEPTOS.TXT
       *>  -------------------------------------------------------------
       000-VALIDAR-CLAVE-PARTIDA.
           MOVE "S" TO WS-CAMPO-VALIDO.
           PERFORM 000-CARGAR-CONCEPTOS.
           MOVE CTA-CLAVE TO CODIGO-CONCEPTO.
           PERFORM 000-BUSCAR-CONCEPTO.
           IF WS-CON-HALLADO = "N"
               MOVE "N" TO WS-CAMPO-VALIDO
               MOVE "CTA-CLAVE" TO WS-NOMBRE-CAMPO-EXCEPCION
               MOVE CTA-CLAVE TO WS-VALOR-EXCEPCION
               MOVE "CONCEPTO DE LA CUENTA NO REGISTRADO"
                   TO WS-MOTIVO-EXCEPCION
               PERFORM 000-REGISTRAR-EXCEPCION
           END-IF.
       *>  -------------------------------------------------------------
       *>  ASIGNA LA CUENTA DEL MAYOR DE UNA PARTIDA: SI EL TIPO Y LA
       *>  CLAVE YA TIENEN CUENTA LA CAMBIA, SI NO LA AGREGA; LUEGO
       *>  REESCRIBE CUENTAS.TXT DESDE LA TABLA
       *>  -------------------------------------------------------------
       000-ASIGNAR-CUENTA.
           PERFORM 000-CARGAR-CUENTAS.
           PERFORM 000-CAPTURAR-CLAVE-CUENTA.
           PERFORM 000-BUSCAR-CUENTA.
           IF WS-CTA-HALLADA = "N" AND WS-CTA-CARGADAS >= 80
               DISPLAY "LÍMITE DE 80 CUENTAS ALCANZADO."
           ELSE
               DISPLAY "CUENTA DEL MAYOR: " WITH NO ADVANCING
               ACCEPT CTA-CUENTA
               PERFORM UNTIL CTA-CUENTA NOT = SPACES
                   DISPLAY "CUENTA EN BLANCO. CUENTA DEL MAYOR: "
                       WITH NO ADVANCING
                   ACCEPT CTA-CUENTA
               END-PERFORM
               DISPLAY "DESCRIPCIÓN: " WITH NO ADVANCING
               ACCEPT CTA-DESCRIPCION
               IF WS-CTA-HALLADA = "N"
                   ADD 1 TO WS-CTA-CARGADAS
                   MOVE WS-CTA-CARGADAS TO WS-CTA-IDX
                   MOVE CTA-TIPO TO WS-CTA-TIPO (WS-CTA-IDX)
                   MOVE CTA-CLAVE TO WS-CTA-CLAVE (WS-CTA-IDX)
               END-IF
               MOVE CTA-CUENTA TO WS-CTA-CUENTA (WS-CTA-IDX)
               MOVE CTA-DESCRIPCION TO WS-CTA-DESCRIPCION (WS-CTA-IDX)
               PERFORM 000-REESCRIBIR-CUENTAS
               DISPLAY "CUENTA ASIGNADA."
           END-IF.
       *>  -------------------------------------------------------------
       *>  ELIMINA LA CUENTA DE UNA PARTIDA Y REESCRIBE CUENTAS.TXT
       *>  -------------------------------------------------------------
       000-ELIMINAR-CUENTA.
           PERFORM 000-CARGAR-CUENTAS.
           IF WS-CTA-CARGADAS = ZERO
               DISPLAY "NO HAY CUENTAS REGISTRADAS."
           ELSE
               PERFORM 000-CAPTURAR-CLAVE-CUENTA
               PERFORM 000-BUSCAR-CUENTA
               IF WS-CTA-HALLADA = "N"
                   DISPLAY "CUENTA NO ENCONTRADA."
               ELSE
                   PERFORM 000-CORRER-CUENTAS
                       UNTIL WS-CTA-IDX >= WS-CTA-CARGADAS
                   SUBTRACT 1 FROM WS-CTA-CARGADAS
                   PERFORM 000-REESCRIBIR-CUENTAS
                   DISPLAY "CUENTA ELIMINADA."
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  CORRE UNA POSICIÓN HACIA ARRIBA LA ENTRADA SIGUIENTE A
       *>  WS-CTA-IDX (PARA CERRAR EL HUECO DE LA ELIMINADA) Y AVANZA
       *>  -------------------------------------------------------------
       000-CORRER-CUENTAS.
           MOVE WS-CTA-ENTRADA (WS-CTA-IDX + 1)
               TO WS-CTA-ENTRADA (WS-CTA-IDX).
           ADD 1 TO WS-CTA-IDX.
       *>  -------------------------------------------------------------
       *>  REESCRIBE CUENTAS.TXT COMPLETO DESDE LA TABLA EN MEMORIA
       *>  -------------------------------------------------------------
       000-REESCRIBIR-CUENTAS.
           MOVE ZERO TO FS-CUENTAS.
           OPEN OUTPUT F-CUENTAS.
           MOVE 1 TO WS-CTA-IDX.
           PERFORM 000-GRABAR-CUENTA
               UNTIL WS-CTA-IDX > WS-CTA-CARGADAS.
           CLOSE F-CUENTAS.
       *>  -------------------------------------------------------------
       *>  GRABA LA ENTRADA WS-CTA-IDX DE LA TABLA EN CUENTAS.TXT Y
       *>  AVANZA A LA SIGUIENTE
       *>  -------------------------------------------------------------
       000-GRABAR-CUENTA.
           MOVE WS-CTA-TIPO (WS-CTA-IDX) TO CTA-TIPO.
           MOVE WS-CTA-CLAVE (WS-CTA-IDX) TO CTA-CLAVE.
           MOVE WS-CTA-CUENTA (WS-CTA-IDX) TO CTA-CUENTA.
           MOVE WS-CTA-DESCRIPCION (WS-CTA-IDX) TO CTA-DESCRIPCION.
           WRITE REG-CUENTA.
           ADD 1 TO WS-CTA-IDX.
       *>  -------------------------------------------------------------
       *>  EMBARGOS Y PENSIONES DE ALIMENTOS DEL EMPLEADO EN CURSO EN EL
       *>  PERÍODO DE PAGO: SE RETIENEN POR ORDEN DE PRIORIDAD (LA MENOR
       *>  PRIMERO) SOBRE EL PAGO DISPONIBLE (DEVENGADO MENOS SSO Y
       *>  CONCEPTOS) SIN PASAR DEL TOPE LEGAL WS-EMB-TOPE-PORCENTAJE.
       *>  DEJA LO RETENIDO EN WS-MONTO-EMBARGOS, LO QUE EL TOPE NO
       *>  PERMITIÓ RETENER EN WS-EMB-NO-RETENIDO Y EL DETALLE POR ORDEN
       *>  EN WS-TABLA-EMB-EMPLEADO
       *>  -------------------------------------------------------------
       000-CALCULAR-EMBARGOS.
           MOVE WS-PERIODO-ACTUAL TO WS-FRC-PERIODO.
           MOVE ZERO TO WS-MONTO-EMBARGOS.
           MOVE ZERO TO WS-EMB-NO-RETENIDO.
           PERFORM 000-VENTANA-PERIODO-EMBARGO.
           PERFORM 000-CARGAR-EMBARGOS-EMPLEADO.
           IF WS-EME-CARGADOS > ZERO
               COMPUTE WS-EMB-DISPONIBLE =
                   WS-SALARIO-PAGADO - WS-SSO-PERIODO
                   - WS-OTRAS-DEDUCCIONES
               IF WS-EMB-DISPONIBLE < ZERO
                   MOVE ZERO TO WS-EMB-DISPONIBLE
               END-IF
               COMPUTE WS-EMB-CALCULO =
                   WS-EMB-DISPONIBLE * WS-EMB-TOPE-PORCENTAJE
               COMPUTE WS-EMB-TOPE = WS-EMB-CALCULO / 100
               PERFORM 000-RETENER-EMBARGO WS-EME-CARGADOS TIMES
           END-IF.
       *>  -------------------------------------------------------------
       *>  DEJA EN WS-EMB-VENTANA-DESDE/HASTA (AAAAMMDD) EL PRIMER Y EL
       *>  ÚLTIMO DÍA DEL PERÍODO DE PAGO EN CURSO: EL MES, LA QUINCENA
       *>  (1-15 / 16-31) O LA SEMANA (LA QUINTA VA DEL 29 AL 31)
       *>  -------------------------------------------------------------
       000-VENTANA-PERIODO-EMBARGO.
           EVALUATE WS-FRECUENCIA-EMP
               WHEN "Q"
                   IF WS-SUBPERIODO = 2
                       MOVE 16 TO WS-EMB-DIA-DESDE
                       MOVE 31 TO WS-EMB-DIA-HASTA
                   ELSE
                       MOVE 1 TO WS-EMB-DIA-DESDE
                       MOVE 15 TO WS-EMB-DIA-HASTA
                   END-IF
               WHEN "S"
                   COMPUTE WS-EMB-DIA-DESDE =
                       (WS-SUBPERIODO - 1) * 7 + 1
                   COMPUTE WS-EMB-DIA-HASTA = WS-SUBPERIODO * 7
                   IF WS-SUBPERIODO >= 5
                       MOVE 31 TO WS-EMB-DIA-HASTA
                   END-IF
               WHEN OTHER
                   MOVE 1 TO WS-EMB-DIA-DESDE
                   MOVE 31 TO WS-EMB-DIA-HASTA
           END-EVALUATE.
           COMPUTE WS-EMB-VENTANA-DESDE =
               WS-PERIODO-ACTUAL * 100 + WS-EMB-DIA-DESDE.
           COMPUTE WS-EMB-VENTANA-HASTA =
               WS-PERIODO-ACTUAL * 100 + WS-EMB-DIA-HASTA.
       *>  -------------------------------------------------------------
       *>  CARGA EN WS-TABLA-EMB-EMPLEADO (HASTA 10) LOS EMBARGOS
       *>  ACTIVOS DE WS-CI-EMPLEADO VIGENTES EN ALGÚN DÍA ENTRE
       *>  WS-EMB-VENTANA-DESDE Y WS-EMB-VENTANA-HASTA, CON EL MONTO QUE
       *>  ORDENAN PARA EL PERÍODO: EL MENSUAL FRACCIONADO SEGÚN LA
       *>  FRECUENCIA, O EL PORCENTAJE SOBRE WS-SALARIO-PAGADO
       *>  -------------------------------------------------------------
       000-CARGAR-EMBARGOS-EMPLEADO.
           MOVE ZERO TO WS-EME-CARGADOS.
           MOVE ZERO TO WS-EMBARGOS-EOF.
           MOVE ZERO TO FS-EMBARGOS.
           OPEN INPUT F-EMBARGOS.
           IF FS-EMBARGOS = "00"
               PERFORM UNTIL EMBARGOS-EOF
                   READ F-EMBARGOS
                       AT END
                           SET EMBARGOS-EOF TO TRUE
                       NOT AT END
                           IF EMB-CI-EMPLEADO = WS-CI-EMPLEADO
                               AND EMB-ESTADO = "A"
                               AND EMB-FECHA-DESDE <=
                                   WS-EMB-VENTANA-HASTA
                               AND (EMB-FECHA-HASTA = ZERO
                                   OR EMB-FECHA-HASTA >=
                                       WS-EMB-VENTANA-DESDE)
                               PERFORM 000-AGREGAR-EMBARGO-EMPLEADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-EMBARGOS
           END-IF.
       *>  -------------------------------------------------------------
       *>  AGREGA REG-EMBARGO A LA TABLA DEL EMPLEADO EN CURSO
       *>  -------------------------------------------------------------
       000-AGREGAR-EMBARGO-EMPLEADO.
           IF WS-EME-CARGADOS < 10
               ADD 1 TO WS-EME-CARGADOS
               MOVE WS-EME-CARGADOS TO WS-EME-IDX
               MOVE EMB-EXPEDIENTE TO WS-EME-EXPEDIENTE (WS-EME-IDX)
               MOVE EMB-TRIBUNAL TO WS-EME-TRIBUNAL (WS-EME-IDX)
               MOVE EMB-BENEFICIARIO
                   TO WS-EME-BENEFICIARIO (WS-EME-IDX)
               MOVE EMB-TIPO TO WS-EME-TIPO (WS-EME-IDX)
               MOVE EMB-VALOR TO WS-EME-VALOR (WS-EME-IDX)
               MOVE EMB-PRIORIDAD TO WS-EME-PRIORIDAD (WS-EME-IDX)
               IF EMB-TIPO = "P"
                   COMPUTE WS-EMB-CALCULO =
                       WS-SALARIO-PAGADO * EMB-VALOR
                   COMPUTE WS-EME-ORDENADO (WS-EME-IDX) =
                       WS-EMB-CALCULO / 100
               ELSE
                   MOVE EMB-VALOR TO WS-FRC-MONTO
                   PERFORM 000-FRACCIONAR-MONTO
                   MOVE WS-FRC-RESULTADO
                       TO WS-EME-ORDENADO (WS-EME-IDX)
               END-IF
               MOVE ZERO TO WS-EME-RETENIDO (WS-EME-IDX)
               MOVE "N" TO WS-EME-APLICADO (WS-EME-IDX)
           ELSE
               DISPLAY "ADVERTENCIA: CI " WS-CI-EMPLEADO
                   " TIENE MÁS DE 10 EMBARGOS VIGENTES; EL EXCEDENTE "
                   "NO SE APLICA."
           END-IF.
       *>  -------------------------------------------------------------
       *>  RETIENE EL EMBARGO PENDIENTE DE MAYOR PRELACIÓN HASTA DONDE
       *>  LO PERMITE EL TOPE QUE QUEDA; LO QUE NO CABE SE ACUMULA EN
       *>  WS-EMB-NO-RETENIDO
       *>  -------------------------------------------------------------
       000-RETENER-EMBARGO.
           MOVE ZERO TO WS-EME-ELEGIDO.
           MOVE 1 TO WS-EME-IDX.
           PERFORM 000-ELEGIR-EMBARGO
               UNTIL WS-EME-IDX > WS-EME-CARGADOS.
           IF WS-EME-ELEGIDO > ZERO
               MOVE "S" TO WS-EME-APLICADO (WS-EME-ELEGIDO)
               COMPUTE WS-EMB-CALCULO =
                   WS-EMB-TOPE - WS-MONTO-EMBARGOS
               IF WS-EME-ORDENADO (WS-EME-ELEGIDO) > WS-EMB-CALCULO
                   MOVE WS-EMB-CALCULO
                       TO WS-EME-RETENIDO (WS-EME-ELEGIDO)
               ELSE
                   MOVE WS-EME-ORDENADO (WS-EME-ELEGIDO)
                       TO WS-EME-RETENIDO (WS-EME-ELEGIDO)
               END-IF
               ADD WS-EME-RETENIDO (WS-EME-ELEGIDO)
                   TO WS-MONTO-EMBARGOS
               COMPUTE WS-EMB-NO-RETENIDO = WS-EMB-NO-RETENIDO
                   + WS-EME-ORDENADO (WS-EME-ELEGIDO)
                   - WS-EME-RETENIDO (WS-EME-ELEGIDO)
           END-IF.
       *>  -------------------------------------------------------------
       *>  DEJA EN WS-EME-ELEGIDO EL EMBARGO AÚN NO APLICADO CON MENOR
       *>  PRIORIDAD (A IGUAL PRIORIDAD, EL PRIMERO REGISTRADO) Y
       *>  AVANZA AL SIGUIENTE
       *>  -------------------------------------------------------------
       000-ELEGIR-EMBARGO.
           IF WS-EME-APLICADO (WS-EME-IDX) = "N"
               IF WS-EME-ELEGIDO = ZERO
                   MOVE WS-EME-IDX TO WS-EME-ELEGIDO
               ELSE
                   IF WS-EME-PRIORIDAD (WS-EME-IDX) <
                           WS-EME-PRIORIDAD (WS-EME-ELEGIDO)
                       MOVE WS-EME-IDX TO WS-EME-ELEGIDO
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-EME-IDX.
       *>  -------------------------------------------------------------
       *>  MUESTRA Y ESCRIBE EN NOMINA.TXT LO RETENIDO POR EL EMBARGO
       *>  WS-EME-IDX (Y LO QUE EL TOPE LEGAL NO PERMITIÓ RETENER), LO
       *>  ANOTA EN EMBRETEN.TXT SI EL PERÍODO SE ESTÁ REGISTRANDO Y
       *>  AVANZA AL SIGUIENTE
       *>  -------------------------------------------------------------
       000-ESCRIBIR-EMBARGO-NOMINA.
           DISPLAY "  EMBARGO EXP. " WS-EME-EXPEDIENTE (WS-EME-IDX)
               " RETENIDO: " WS-EME-RETENIDO (WS-EME-IDX).
           MOVE SPACES TO WS-LINEA-NOMINA.
           STRING "  EMBARGO EXP. " DELIMITED BY SIZE
               WS-EME-EXPEDIENTE (WS-EME-IDX) DELIMITED BY "  "
               " RETENIDO: " DELIMITED BY SIZE
               WS-EME-RETENIDO (WS-EME-IDX) DELIMITED BY SIZE
               INTO WS-LINEA-NOMINA.
           WRITE REG-NOMINA FROM WS-LINEA-NOMINA.
           IF WS-EME-RETENIDO (WS-EME-IDX) <
                   WS-EME-ORDENADO (WS-EME-IDX)
               COMPUTE WS-REM-FALTANTE =
                   WS-EME-ORDENADO (WS-EME-IDX)
                   - WS-EME-RETENIDO (WS-EME-IDX)
               DISPLAY "    NO RETENIDO POR TOPE LEGAL: "
                   WS-REM-FALTANTE
               MOVE SPACES TO WS-LINEA-NOMINA
               STRING "    NO RETENIDO POR TOPE LEGAL: "
                   DELIMITED BY SIZE
                   WS-REM-FALTANTE DELIMITED BY SIZE
                   INTO WS-LINEA-NOMINA
               WRITE REG-NOMINA FROM WS-LINEA-NOMINA
           END-IF.
           IF WS-HIST-PERIODO-EXISTE = "N"
               PERFORM 000-REGISTRAR-EMBARGO-RETENIDO
           END-IF.
           ADD 1 TO WS-EME-IDX.
       *>  -------------------------------------------------------------
       *>  ANEXA A EMBRETEN.TXT LO ORDENADO Y LO RETENIDO POR EL
       *>  EMBARGO WS-EME-IDX EN EL PERÍODO DE PAGO EN CURSO
       *>  -------------------------------------------------------------
       000-REGISTRAR-EMBARGO-RETENIDO.
           MOVE CI-EMPLEADO OF REG-EMPLEADO TO ERT-CI-EMPLEADO.
           MOVE WS-EME-EXPEDIENTE (WS-EME-IDX) TO ERT-EXPEDIENTE.
           MOVE WS-EME-TRIBUNAL (WS-EME-IDX) TO ERT-TRIBUNAL.
           MOVE WS-EME-BENEFICIARIO (WS-EME-IDX) TO ERT-BENEFICIARIO.
           MOVE WS-PERIODO-ACTUAL TO ERT-PERIODO.
           MOVE WS-FRECUENCIA-NOMINA TO ERT-FRECUENCIA.
           MOVE WS-SUBPERIODO TO ERT-SUBPERIODO.
           MOVE WS-EME-ORDENADO (WS-EME-IDX) TO ERT-ORDENADO.
           MOVE WS-EME-RETENIDO (WS-EME-IDX) TO ERT-RETENIDO.
           WRITE REG-EMBARGO-RETENIDO.
       *>  -------------------------------------------------------------
       *>  ESCRIBE EN EL RECIBO LA LÍNEA DEL EMBARGO WS-EME-IDX (Y LO
       *>  NO RETENIDO POR EL TOPE LEGAL) Y AVANZA AL SIGUIENTE
       *>  -------------------------------------------------------------
       000-ESCRIBIR-EMBARGO-RECIBO.
           MOVE SPACES TO WS-LINEA-RECIBO.
           STRING "    EMBARGO EXP. " DELIMITED BY SIZE
               WS-EME-EXPEDIENTE (WS-EME-IDX) DELIMITED BY "  "
               ": " DELIMITED BY SIZE
               WS-EME-RETENIDO (WS-EME-IDX) DELIMITED BY SIZE
               INTO WS-LINEA-RECIBO.
           WRITE REG-RECIBO FROM WS-LINEA-RECIBO.
           IF WS-EME-RETENIDO (WS-EME-IDX) <
                   WS-EME-ORDENADO (WS-EME-IDX)
               COMPUTE WS-REM-FALTANTE =
                   WS-EME-ORDENADO (WS-EME-IDX)
                   - WS-EME-RETENIDO (WS-EME-IDX)
               MOVE SPACES TO WS-LINEA-RECIBO
               STRING "      (NO RETENIDO POR TOPE LEGAL: "
                   DELIMITED BY SIZE
                   WS-REM-FALTANTE DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-LINEA-RECIBO
               WRITE REG-RECIBO FROM WS-LINEA-RECIBO
           END-IF.
           ADD 1 TO WS-EME-IDX.
       *>  -------------------------------------------------------------
       *>  EN EL EGRESO BUSCA LOS EMBARGOS ACTIVOS A LA FECHA DE EGRESO
       *>  Y AVISA QUE DEBEN RETENERSE DE LA LIQUIDACIÓN (EL FINIQUITO
       *>  NO LOS DESCUENTA POR SÍ SOLO)
       *>  -------------------------------------------------------------
       000-ALERTA-EMBARGOS-EGRESO.
           COMPUTE WS-EMB-VENTANA-DESDE = WS-EGRESO-ANNO * 10000
               + WS-EGRESO-MES * 100 + WS-EGRESO-DIA.
           MOVE WS-EMB-VENTANA-DESDE TO WS-EMB-VENTANA-HASTA.
           MOVE "M" TO WS-FRECUENCIA-EMP.
           PERFORM 000-CARGAR-EMBARGOS-EMPLEADO.
           IF WS-EME-CARGADOS > ZERO
               DISPLAY "****************************************"
               DISPLAY "ALERTA: EL EMPLEADO TIENE " WS-EME-CARGADOS
                   " EMBARGO(S) ACTIVO(S) QUE DEBEN RETENERSE DE LA "
                   "LIQUIDACIÓN:"
               MOVE 1 TO WS-EME-IDX
               PERFORM 000-MOSTRAR-EMBARGO-EGRESO
                   UNTIL WS-EME-IDX > WS-EME-CARGADOS
               DISPLAY "****************************************"
           END-IF.
       *>  -------------------------------------------------------------
       *>  MUESTRA EL EMBARGO WS-EME-IDX EN EL EGRESO Y AVANZA
       *>  -------------------------------------------------------------
       000-MOSTRAR-EMBARGO-EGRESO.
           DISPLAY "  EXP. " WS-EME-EXPEDIENTE (WS-EME-IDX)
               " PRIORIDAD " WS-EME-PRIORIDAD (WS-EME-IDX)
               " TIPO " WS-EME-TIPO (WS-EME-IDX)
               " VALOR " WS-EME-VALOR (WS-EME-IDX).
           DISPLAY "    TRIBUNAL: " WS-EME-TRIBUNAL (WS-EME-IDX).
           DISPLAY "    BENEFICIARIO: "
               WS-EME-BENEFICIARIO (WS-EME-IDX).
           ADD 1 TO WS-EME-IDX.
       *>  -------------------------------------------------------------
       *>  ESCRIBE EN LIQUIDACION.TXT EL AVISO DEL EMBARGO WS-EME-IDX
       *>  ACTIVO AL EGRESO Y AVANZA AL SIGUIENTE
       *>  -------------------------------------------------------------
       000-LIQUIDACION-EMBARGO.
           MOVE SPACES TO WS-LINEA-LIQUIDACION.
           STRING "EMBARGO ACTIVO EXP. " DELIMITED BY SIZE
               WS-EME-EXPEDIENTE (WS-EME-IDX) DELIMITED BY "  "
               " TIPO " DELIMITED BY SIZE
               WS-EME-TIPO (WS-EME-IDX) DELIMITED BY SIZE
               " VALOR " DELIMITED BY SIZE
               WS-EME-VALOR (WS-EME-IDX) DELIMITED BY SIZE
               " - RETENER DE ESTA LIQUIDACIÓN" DELIMITED BY SIZE
               INTO WS-LINEA-LIQUIDACION.
           WRITE REG-LIQUIDACION FROM WS-LINEA-LIQUIDACION.
           MOVE SPACES TO WS-LINEA-LIQUIDACION.
           STRING "  TRIBUNAL: " DELIMITED BY SIZE
               WS-EME-TRIBUNAL (WS-EME-IDX) DELIMITED BY "  "
               INTO WS-LINEA-LIQUIDACION.
           WRITE REG-LIQUIDACION FROM WS-LINEA-LIQUIDACION.
           MOVE SPACES TO WS-LINEA-LIQUIDACION.
           STRING "  BENEFICIARIO: " DELIMITED BY SIZE
               WS-EME-BENEFICIARIO (WS-EME-IDX) DELIMITED BY "  "
               INTO WS-LINEA-LIQUIDACION.
           WRITE REG-LIQUIDACION FROM WS-LINEA-LIQUIDACION.
           ADD 1 TO WS-EME-IDX.
       *>  -------------------------------------------------------------
       *>  MANTENIMIENTO DE EMBARGOS Y PENSIONES DE ALIMENTOS: LISTAR
       *>  LOS DE UNA CÉDULA, REGISTRAR UNA ORDEN NUEVA Y LEVANTAR UNA
       *>  ORDEN VIGENTE (EMBARGOS.TXT)
       *>  -------------------------------------------------------------
       001-EMBARGOS.
           MOVE ZERO TO WS-FIN-EMBARGOS.
           PERFORM 000-MENU-EMBARGOS UNTIL WS-FIN-EMBARGOS = 1.
       *>  -------------------------------------------------------------
       *>  MUESTRA Y DESPACHA EL SUBMENÚ DE EMBARGOS
       *>  -------------------------------------------------------------
       000-MENU-EMBARGOS.
           DISPLAY " ".
           DISPLAY "EMBARGOS Y PENSIONES DE ALIMENTOS.".
           DISPLAY "---------------------------------------".
           DISPLAY "1 - LISTAR EMBARGOS DE UN EMPLEADO.".
           DISPLAY "2 - REGISTRAR EMBARGO.".
           DISPLAY "3 - LEVANTAR EMBARGO.".
           DISPLAY "9 - VOLVER AL MENÚ PRINCIPAL.".
           DISPLAY "OPCIÓN: " WITH NO ADVANCING.
           ACCEPT WS-EMB-OPCION.
           EVALUATE WS-EMB-OPCION
               WHEN 1     PERFORM 000-LISTAR-EMBARGOS
               WHEN 2     PERFORM 000-REGISTRAR-EMBARGO
               WHEN 3     PERFORM 000-LEVANTAR-EMBARGO
               WHEN 9     MOVE 1 TO WS-FIN-EMBARGOS
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY "OPCION NO DISPONIBLE."
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  LISTA TODOS LOS EMBARGOS (ACTIVOS Y LEVANTADOS) DE UNA CÉDULA
       *>  -------------------------------------------------------------
       000-LISTAR-EMBARGOS.
           DISPLAY "CÉDULA No: " WITH NO ADVANCING.
           ACCEPT WS-CEDULA.
           PERFORM 000-CARGAR-TABLA-EMBARGOS.
           MOVE "N" TO WS-EMT-HALLADO.
           MOVE 1 TO WS-EMT-IDX.
           PERFORM 000-MOSTRAR-EMBARGO
               UNTIL WS-EMT-IDX > WS-EMT-CARGADOS.
           IF WS-EMT-HALLADO = "N"
               DISPLAY "EL EMPLEADO NO TIENE EMBARGOS REGISTRADOS."
           END-IF.
       *>  -------------------------------------------------------------
       *>  MUESTRA LA ENTRADA WS-EMT-IDX SI ES DE WS-CEDULA Y AVANZA
       *>  -------------------------------------------------------------
       000-MOSTRAR-EMBARGO.
           IF WS-EMT-CI-EMPLEADO (WS-EMT-IDX) = WS-CEDULA
               MOVE "S" TO WS-EMT-HALLADO
               DISPLAY "----------------------------------------"
               DISPLAY "EXPEDIENTE: " WS-EMT-EXPEDIENTE (WS-EMT-IDX)
                   " ESTADO: " WS-EMT-ESTADO (WS-EMT-IDX)
                   " PRIORIDAD: " WS-EMT-PRIORIDAD (WS-EMT-IDX)
               DISPLAY "TRIBUNAL: " WS-EMT-TRIBUNAL (WS-EMT-IDX)
               DISPLAY "BENEFICIARIO: "
                   WS-EMT-BENEFICIARIO (WS-EMT-IDX)
               DISPLAY "TIPO: " WS-EMT-TIPO (WS-EMT-IDX)
                   " VALOR: " WS-EMT-VALOR (WS-EMT-IDX)
                   " DESDE: " WS-EMT-FECHA-DESDE (WS-EMT-IDX)
                   " HASTA: " WS-EMT-FECHA-HASTA (WS-EMT-IDX)
           END-IF.
           ADD 1 TO WS-EMT-IDX.
       *>  -------------------------------------------------------------
       *>  CARGA EMBARGOS.TXT COMPLETO EN WS-TABLA-EMBARGOS (HASTA 500)
       *>  -------------------------------------------------------------
       000-CARGAR-TABLA-EMBARGOS.
           MOVE ZERO TO WS-EMT-CARGADOS.
           MOVE ZERO TO WS-EMBARGOS-EOF.
           MOVE ZERO TO FS-EMBARGOS.
           OPEN INPUT F-EMBARGOS.
           IF FS-EMBARGOS = "00"
               PERFORM UNTIL EMBARGOS-EOF
                   READ F-EMBARGOS
                       AT END
                           SET EMBARGOS-EOF TO TRUE
                       NOT AT END
                           IF WS-EMT-CARGADOS < 500
                               ADD 1 TO WS-EMT-CARGADOS
                               MOVE REG-EMBARGO
                                   TO WS-EMT-ENTRADA (WS-EMT-CARGADOS)
                           ELSE
                               DISPLAY "ADVERTENCIA: EMBARGOS.TXT "
                                   "EXCEDE 500 ÓRDENES; EL EXCEDENTE "
                                   "NO SE CARGA."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-EMBARGOS
           END-IF.
       *>  -------------------------------------------------------------
       *>  REGISTRA UNA ORDEN DE EMBARGO O PENSIÓN DE ALIMENTOS PARA UN
       *>  EMPLEADO DEL MAESTRO Y LA ANEXA A EMBARGOS.TXT
       *>  -------------------------------------------------------------
       000-REGISTRAR-EMBARGO.
           PERFORM 000-CARGAR-TABLA-EMBARGOS.
           IF WS-EMT-CARGADOS >= 500
               DISPLAY "LÍMITE DE 500 EMBARGOS ALCANZADO."
           ELSE
               DISPLAY "CÉDULA No: " WITH NO ADVANCING
               ACCEPT WS-CEDULA
               PERFORM 000-LOCALIZAR-EMPLEADO
               IF WS-ENCONTRADO = "S"
                   DISPLAY "EMPLEADO: " WS-APELLIDO " " WS-NOMBRE
                   PERFORM 000-CAPTURAR-EMBARGO
                   DISPLAY "¿CONFIRMA EL REGISTRO? (S/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMACION
                   IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
                       PERFORM 000-GRABAR-EMBARGO-NUEVO
                       MOVE "J" TO WS-BITACORA-OPERACION
                       PERFORM 000-REGISTRAR-BITACORA
                       DISPLAY "EMBARGO REGISTRADO."
                   ELSE
                       DISPLAY "OPERACIÓN CANCELADA."
                   END-IF
               ELSE
                   DISPLAY "EMPLEADO NO ENCONTRADO."
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  PIDE Y VALIDA LOS DATOS DE LA ORDEN EN REG-EMBARGO
       *>  -------------------------------------------------------------
       000-CAPTURAR-EMBARGO.
           MOVE WS-CI-EMPLEADO TO EMB-CI-EMPLEADO.
           DISPLAY "NÚMERO DE EXPEDIENTE: " WITH NO ADVANCING.
           ACCEPT EMB-EXPEDIENTE.
           PERFORM 000-VALIDAR-EXPEDIENTE-EMB.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "EXPEDIENTE EN BLANCO O YA REGISTRADO PARA LA "
                   "CÉDULA. EXPEDIENTE: " WITH NO ADVANCING
               ACCEPT EMB-EXPEDIENTE
               PERFORM 000-VALIDAR-EXPEDIENTE-EMB
           END-PERFORM.
           DISPLAY "TRIBUNAL: " WITH NO ADVANCING.
           ACCEPT EMB-TRIBUNAL.
           PERFORM UNTIL EMB-TRIBUNAL NOT = SPACES
               DISPLAY "TRIBUNAL EN BLANCO. TRIBUNAL: "
                   WITH NO ADVANCING
               ACCEPT EMB-TRIBUNAL
           END-PERFORM.
           DISPLAY "BENEFICIARIO: " WITH NO ADVANCING.
           ACCEPT EMB-BENEFICIARIO.
           PERFORM UNTIL EMB-BENEFICIARIO NOT = SPACES
               DISPLAY "BENEFICIARIO EN BLANCO. BENEFICIARIO: "
                   WITH NO ADVANCING
               ACCEPT EMB-BENEFICIARIO
           END-PERFORM.
           DISPLAY "TIPO (M=MONTO MENSUAL/P=PORCENTAJE): "
               WITH NO ADVANCING.
           ACCEPT EMB-TIPO.
           PERFORM 000-VALIDAR-TIPO-EMBARGO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "TIPO INVÁLIDO (M/P). TIPO: " WITH NO ADVANCING
               ACCEPT EMB-TIPO
               PERFORM 000-VALIDAR-TIPO-EMBARGO
           END-PERFORM.
           IF EMB-TIPO = "P"
               DISPLAY "PORCENTAJE DEL DEVENGADO: " WITH NO ADVANCING
           ELSE
               DISPLAY "MONTO MENSUAL: " WITH NO ADVANCING
           END-IF.
           ACCEPT EMB-VALOR.
           PERFORM 000-VALIDAR-VALOR-EMBARGO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "VALOR INVÁLIDO. VALOR: " WITH NO ADVANCING
               ACCEPT EMB-VALOR
               PERFORM 000-VALIDAR-VALOR-EMBARGO
           END-PERFORM.
           DISPLAY "FECHA DESDE (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT EMB-FECHA-DESDE.
           MOVE EMB-FECHA-DESDE TO WS-EMB-FECHA-VAL.
           PERFORM 000-VALIDAR-FECHA-EMBARGO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "FECHA INVÁLIDA. FECHA DESDE (AAAAMMDD): "
                   WITH NO ADVANCING
               ACCEPT EMB-FECHA-DESDE
               MOVE EMB-FECHA-DESDE TO WS-EMB-FECHA-VAL
               PERFORM 000-VALIDAR-FECHA-EMBARGO
           END-PERFORM.
           DISPLAY "FECHA HASTA (AAAAMMDD, 0 = SIN VENCIMIENTO): "
               WITH NO ADVANCING.
           ACCEPT EMB-FECHA-HASTA.
           PERFORM 000-VALIDAR-HASTA-EMBARGO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "FECHA INVÁLIDA O ANTERIOR AL INICIO. "
                   "FECHA HASTA (AAAAMMDD): " WITH NO ADVANCING
               ACCEPT EMB-FECHA-HASTA
               PERFORM 000-VALIDAR-HASTA-EMBARGO
           END-PERFORM.
           DISPLAY "PRIORIDAD (1 = PRIMERA EN RETENERSE): "
               WITH NO ADVANCING.
           ACCEPT EMB-PRIORIDAD.
           PERFORM UNTIL EMB-PRIORIDAD > ZERO
               DISPLAY "PRIORIDAD INVÁLIDA (1-99). PRIORIDAD: "
                   WITH NO ADVANCING
               ACCEPT EMB-PRIORIDAD
           END-PERFORM.
           MOVE "A" TO EMB-ESTADO.
       *>  -------------------------------------------------------------
       *>  VALIDA QUE EL EXPEDIENTE NO ESTÉ EN BLANCO NI REGISTRADO YA
       *>  PARA LA MISMA CÉDULA
       *>  -------------------------------------------------------------
       000-VALIDAR-EXPEDIENTE-EMB.
           MOVE "S" TO WS-CAMPO-VALIDO.
           MOVE EMB-EXPEDIENTE TO WS-EMB-EXPEDIENTE.
           PERFORM 000-BUSCAR-EMBARGO.
           IF EMB-EXPEDIENTE = SPACES OR WS-EMT-HALLADO = "S"
               MOVE "N" TO WS-CAMPO-VALIDO
               MOVE "EMB-EXPEDIENTE" TO WS-NOMBRE-CAMPO-EXCEPCION
               MOVE EMB-EXPEDIENTE TO WS-VALOR-EXCEPCION
               MOVE "EXPEDIENTE EN BLANCO O DUPLICADO"
                   TO WS-MOTIVO-EXCEPCION
               PERFORM 000-REGISTRAR-EXCEPCION
           END-IF.
       *>  -------------------------------------------------------------
       *>  BUSCA WS-CI-EMPLEADO/WS-EMB-EXPEDIENTE EN LA TABLA; DEJA EL
       *>  ÍNDICE EN WS-EMT-IDX Y "S"/"N" EN WS-EMT-HALLADO
       *>  -------------------------------------------------------------
       000-BUSCAR-EMBARGO.
           MOVE "N" TO WS-EMT-HALLADO.
           MOVE 1 TO WS-EMT-IDX.
           PERFORM UNTIL WS-EMT-HALLADO = "S"
                   OR WS-EMT-IDX > WS-EMT-CARGADOS
               IF WS-EMT-CI-EMPLEADO (WS-EMT-IDX) = WS-CI-EMPLEADO
                   AND WS-EMT-EXPEDIENTE (WS-EMT-IDX) =
                       WS-EMB-EXPEDIENTE
                   MOVE "S" TO WS-EMT-HALLADO
               ELSE
                   ADD 1 TO WS-EMT-IDX
               END-IF
           END-PERFORM.
       *>  -------------------------------------------------------------
       *>  VALIDA EMB-TIPO (M O P) Y LO DEJA EN MAYÚSCULA
       *>  -------------------------------------------------------------
       000-VALIDAR-TIPO-EMBARGO.
           MOVE "S" TO WS-CAMPO-VALIDO.
           INSPECT EMB-TIPO CONVERTING "mp" TO "MP".
           IF EMB-TIPO NOT = "M" AND EMB-TIPO NOT = "P"
               MOVE "N" TO WS-CAMPO-VALIDO
               MOVE "EMB-TIPO" TO WS-NOMBRE-CAMPO-EXCEPCION
               MOVE EMB-TIPO TO WS-VALOR-EXCEPCION
               MOVE "TIPO DE EMBARGO INVÁLIDO" TO WS-MOTIVO-EXCEPCION
               PERFORM 000-REGISTRAR-EXCEPCION
           END-IF.
       *>  -------------------------------------------------------------
       *>  VALIDA EMB-VALOR: MAYOR QUE CERO Y, SI ES PORCENTAJE, NO
       *>  MAYOR QUE 100
       *>  -------------------------------------------------------------
       000-VALIDAR-VALOR-EMBARGO.
           MOVE "S" TO WS-CAMPO-VALIDO.
           IF EMB-VALOR NOT NUMERIC OR EMB-VALOR = ZERO
                   OR (EMB-TIPO = "P" AND EMB-VALOR > 100)
               MOVE "N" TO WS-CAMPO-VALIDO
               MOVE "EMB-VALOR" TO WS-NOMBRE-CAMPO-EXCEPCION
               MOVE EMB-VALOR TO WS-VALOR-EXCEPCION
               MOVE "MONTO O PORCENTAJE DE EMBARGO INVÁLIDO"
                   TO WS-MOTIVO-EXCEPCION
               PERFORM 000-REGISTRAR-EXCEPCION
           END-IF.
       *>  -------------------------------------------------------------
       *>  VALIDA LA FECHA AAAAMMDD DE WS-EMB-FECHA-VAL: MES 1-12 Y
       *>  DÍA POSIBLE PARA EL MES
       *>  -------------------------------------------------------------
       000-VALIDAR-FECHA-EMBARGO.
           MOVE "S" TO WS-CAMPO-VALIDO.
           IF WS-EMB-FECHA-VAL NOT NUMERIC
                   OR WS-EMB-F-ANNO < 1900
                   OR WS-EMB-F-MES < 1 OR WS-EMB-F-MES > 12
                   OR WS-EMB-F-DIA < 1 OR WS-EMB-F-DIA > 31
               MOVE "N" TO WS-CAMPO-VALIDO
           ELSE
               EVALUATE WS-EMB-F-MES
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       IF WS-EMB-F-DIA > 30
                           MOVE "N" TO WS-CAMPO-VALIDO
                       END-IF
                   WHEN 2
                       IF WS-EMB-F-DIA > 29
                           MOVE "N" TO WS-CAMPO-VALIDO
                       END-IF
               END-EVALUATE
           END-IF.
           IF WS-CAMPO-VALIDO = "N"
               MOVE "FECHA-EMBARGO" TO WS-NOMBRE-CAMPO-EXCEPCION
               MOVE WS-EMB-FECHA-VAL TO WS-VALOR-EXCEPCION
               MOVE "FECHA DE EMBARGO INVÁLIDA" TO WS-MOTIVO-EXCEPCION
               PERFORM 000-REGISTRAR-EXCEPCION
           END-IF.
       *>  -------------------------------------------------------------
       *>  VALIDA EMB-FECHA-HASTA: CERO (SIN VENCIMIENTO) O UNA FECHA
       *>  VÁLIDA NO ANTERIOR A EMB-FECHA-DESDE
       *>  -------------------------------------------------------------
       000-VALIDAR-HASTA-EMBARGO.
           MOVE "S" TO WS-CAMPO-VALIDO.
           IF EMB-FECHA-HASTA NOT = ZERO
               MOVE EMB-FECHA-HASTA TO WS-EMB-FECHA-VAL
               PERFORM 000-VALIDAR-FECHA-EMBARGO
               IF WS-CAMPO-VALIDO = "S"
                       AND EMB-FECHA-HASTA < EMB-FECHA-DESDE
                   MOVE "N" TO WS-CAMPO-VALIDO
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  ANEXA REG-EMBARGO A EMBARGOS.TXT
       *>  -------------------------------------------------------------
       000-GRABAR-EMBARGO-NUEVO.
           MOVE ZERO TO FS-EMBARGOS.
           OPEN EXTEND F-EMBARGOS.
           *> CON LA PRIMERA ORDEN EL ARCHIVO AÚN NO EXISTE Y EL OPEN
           *> EXTEND DEVUELVE 35 SIN CREARLO
           IF FS-EMBARGOS = "35"
               OPEN OUTPUT F-EMBARGOS
               CLOSE F-EMBARGOS
               OPEN EXTEND F-EMBARGOS
           END-IF.
           WRITE REG-EMBARGO.
           CLOSE F-EMBARGOS.
       *>  -------------------------------------------------------------
       *>  LEVANTA UNA ORDEN ACTIVA: QUEDA EN ESTADO "L" Y, SI NO TENÍA
       *>  VENCIMIENTO O VENCÍA DESPUÉS, CON FECHA HASTA DE HOY;
       *>  LUEGO REESCRIBE EMBARGOS.TXT DESDE LA TABLA
       *>  -------------------------------------------------------------
       000-LEVANTAR-EMBARGO.
           PERFORM 000-CARGAR-TABLA-EMBARGOS.
           DISPLAY "CÉDULA No: " WITH NO ADVANCING.
           ACCEPT WS-CEDULA.
           MOVE WS-CEDULA TO WS-CI-EMPLEADO.
           DISPLAY "NÚMERO DE EXPEDIENTE: " WITH NO ADVANCING.
           ACCEPT WS-EMB-EXPEDIENTE.
           PERFORM 000-BUSCAR-EMBARGO.
           IF WS-EMT-HALLADO = "N"
               DISPLAY "EMBARGO NO ENCONTRADO."
           ELSE
               IF WS-EMT-ESTADO (WS-EMT-IDX) NOT = "A"
                   DISPLAY "EL EMBARGO YA ESTÁ LEVANTADO."
               ELSE
                   DISPLAY "TRIBUNAL: " WS-EMT-TRIBUNAL (WS-EMT-IDX)
                   DISPLAY "BENEFICIARIO: "
                       WS-EMT-BENEFICIARIO (WS-EMT-IDX)
                   DISPLAY "¿CONFIRMA EL LEVANTAMIENTO? (S/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMACION
                   IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
                       COMPUTE WS-EMB-FECHA-HOY =
                           WS-ANNO-EXTENDIDO * 10000
                           + WS-FECHA-MES * 100 + WS-FECHA-DIA
                       MOVE "L" TO WS-EMT-ESTADO (WS-EMT-IDX)
                       IF WS-EMT-FECHA-HASTA (WS-EMT-IDX) = ZERO
                               OR WS-EMT-FECHA-HASTA (WS-EMT-IDX) >
                                   WS-EMB-FECHA-HOY
                           MOVE WS-EMB-FECHA-HOY
                               TO WS-EMT-FECHA-HASTA (WS-EMT-IDX)
                       END-IF
                       PERFORM 000-REESCRIBIR-EMBARGOS
                       MOVE "K" TO WS-BITACORA-OPERACION
                       PERFORM 000-REGISTRAR-BITACORA
                       DISPLAY "EMBARGO LEVANTADO."
                   ELSE
                       DISPLAY "OPERACIÓN CANCELADA."
                   END-IF
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  REESCRIBE EMBARGOS.TXT COMPLETO DESDE LA TABLA EN MEMORIA
       *>  -------------------------------------------------------------
       000-REESCRIBIR-EMBARGOS.
           MOVE ZERO TO FS-EMBARGOS.
           OPEN OUTPUT F-EMBARGOS.
           MOVE 1 TO WS-EMT-IDX.
           PERFORM 000-GRABAR-EMBARGO
               UNTIL WS-EMT-IDX > WS-EMT-CARGADOS.
           CLOSE F-EMBARGOS.
       *>  -------------------------------------------------------------
       *>  GRABA LA ENTRADA WS-EMT-IDX EN EMBARGOS.TXT Y AVANZA
       *>  -------------------------------------------------------------
       000-GRABAR-EMBARGO.
           MOVE WS-EMT-ENTRADA (WS-EMT-IDX) TO REG-EMBARGO.
           WRITE REG-EMBARGO.
           ADD 1 TO WS-EMT-IDX.
       *>  -------------------------------------------------------------
       *>  REMESA MENSUAL DE EMBARGOS DE UN MES CERRADO: AGRUPA LO
       *>  RETENIDO EN EMBRETEN.TXT POR TRIBUNAL Y BENEFICIARIO Y ESCRIBE
       *>  REMESAS.TXT CON EL DETALLE DE CADA RETENCIÓN, EL TOTAL A
       *>  REMESAR A CADA BENEFICIARIO Y LO NO RETENIDO POR EL TOPE
       *>  -------------------------------------------------------------
       001-REMESA-EMBARGOS.
           DISPLAY " ".
           DISPLAY "REMESA MENSUAL DE EMBARGOS.".
           DISPLAY "========================================".
           *> EN LA CORRIDA DESATENDIDA EL MES LLEGA COMO PARÁMETRO; UN
           *> VALOR INVÁLIDO ES UN ERROR DEL PASO
           IF WS-MODO-BATCH NOT = "S"
               DISPLAY "MES A REMESAR (AAAAMM): " WITH NO ADVANCING
               ACCEPT WS-REM-PERIODO
               COMPUTE WS-REM-ANNO = WS-REM-PERIODO / 100
               COMPUTE WS-REM-MES =
                   WS-REM-PERIODO - WS-REM-ANNO * 100
               PERFORM UNTIL WS-REM-MES >= 1 AND WS-REM-MES <= 12
                   DISPLAY "PERÍODO INVÁLIDO. MES (AAAAMM): "
                       WITH NO ADVANCING
                   ACCEPT WS-REM-PERIODO
                   COMPUTE WS-REM-ANNO = WS-REM-PERIODO / 100
                   COMPUTE WS-REM-MES =
                       WS-REM-PERIODO - WS-REM-ANNO * 100
               END-PERFORM
           END-IF.
           COMPUTE WS-REM-ANNO = WS-REM-PERIODO / 100.
           COMPUTE WS-REM-MES = WS-REM-PERIODO - WS-REM-ANNO * 100.
           IF WS-REM-MES < 1 OR WS-REM-MES > 12
               DISPLAY "PERÍODO DE LA REMESA INVÁLIDO: "
                   WS-REM-PERIODO
               MOVE 1 TO WS-FIN
           ELSE
               *> SÓLO SE REMESA UN MES YA CERRADO, COMO LOS APORTES
               MOVE WS-REM-PERIODO TO WS-PERIODO-ACTUAL
               PERFORM 000-VERIFICAR-CIERRE-MES
               IF WS-PERIODO-CERRADO NOT = "S"
                   DISPLAY "EL PERÍODO " WS-REM-PERIODO
                       " NO ESTÁ CERRADO; NO SE REMESA."
                   IF WS-MODO-BATCH = "S"
                       MOVE 1 TO WS-FIN
                   END-IF
               ELSE
                   PERFORM 000-GENERAR-REMESA
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  ACUMULA LAS RETENCIONES DEL MES POR TRIBUNAL Y BENEFICIARIO
       *>  Y ESCRIBE REMESAS.TXT
       *>  -------------------------------------------------------------
       000-GENERAR-REMESA.
           MOVE ZERO TO WS-REM-CARGADAS.
           MOVE ZERO TO WS-REM-TOT-RETENIDO.
           MOVE ZERO TO WS-REM-TOT-NO-RETENIDO.
           MOVE ZERO TO WS-EMB-RETENIDOS-EOF.
           MOVE ZERO TO FS-EMB-RETENIDOS.
           OPEN INPUT F-EMB-RETENIDOS.
           IF FS-EMB-RETENIDOS = "00"
               PERFORM UNTIL EMB-RETENIDOS-EOF
                   READ F-EMB-RETENIDOS
                       AT END
                           SET EMB-RETENIDOS-EOF TO TRUE
                       NOT AT END
                           IF ERT-PERIODO = WS-REM-PERIODO
                               PERFORM 000-ACUMULAR-REMESA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-EMB-RETENIDOS
           END-IF.
           MOVE ZERO TO FS-REMESAS.
           OPEN OUTPUT F-REMESAS.
           MOVE "REMESA MENSUAL DE EMBARGOS Y PENSIONES DE ALIMENTOS."
               TO WS-LINEA-REMESA.
           WRITE REG-REMESA FROM WS-LINEA-REMESA.
           MOVE SPACES TO WS-LINEA-REMESA.
           STRING "MES: " DELIMITED BY SIZE
               WS-REM-PERIODO DELIMITED BY SIZE
               INTO WS-LINEA-REMESA.
           WRITE REG-REMESA FROM WS-LINEA-REMESA.
           MOVE ALL "=" TO WS-LINEA-REMESA.
           WRITE REG-REMESA FROM WS-LINEA-REMESA.
           IF WS-REM-CARGADAS = ZERO
               MOVE "SIN EMBARGOS RETENIDOS EN EL MES."
                   TO WS-LINEA-REMESA
               WRITE REG-REMESA FROM WS-LINEA-REMESA
           ELSE
               MOVE 1 TO WS-REM-IDX
               PERFORM 000-ESCRIBIR-GRUPO-REMESA
                   UNTIL WS-REM-IDX > WS-REM-CARGADAS
           END-IF.
           MOVE ALL "=" TO WS-LINEA-REMESA.
           WRITE REG-REMESA FROM WS-LINEA-REMESA.
           MOVE SPACES TO WS-LINEA-REMESA.
           STRING "TOTAL GENERAL A REMESAR: " DELIMITED BY SIZE
               WS-REM-TOT-RETENIDO DELIMITED BY SIZE
               INTO WS-LINEA-REMESA.
           WRITE REG-REMESA FROM WS-LINEA-REMESA.
           MOVE SPACES TO WS-LINEA-REMESA.
           STRING "TOTAL NO RETENIDO POR TOPE LEGAL: "
               DELIMITED BY SIZE
               WS-REM-TOT-NO-RETENIDO DELIMITED BY SIZE
               INTO WS-LINEA-REMESA.
           WRITE REG-REMESA FROM WS-LINEA-REMESA.
           CLOSE F-REMESAS.
           DISPLAY "----------------------------------------".
           DISPLAY "BENEFICIARIOS: " WS-REM-CARGADAS.
           DISPLAY "TOTAL GENERAL A REMESAR: " WS-REM-TOT-RETENIDO.
           DISPLAY "TOTAL NO RETENIDO POR TOPE LEGAL: "
               WS-REM-TOT-NO-RETENIDO.
           DISPLAY "ARCHIVO REMESAS.TXT GENERADO.".
       *>  -------------------------------------------------------------
       *>  SUMA REG-EMBARGO-RETENIDO AL GRUPO DE SU TRIBUNAL Y
       *>  BENEFICIARIO (LO AGREGA SI ES NUEVO, HASTA 50 GRUPOS)
       *>  -------------------------------------------------------------
       000-ACUMULAR-REMESA.
           MOVE "N" TO WS-REM-HALLADA.
           MOVE 1 TO WS-REM-IDX.
           PERFORM UNTIL WS-REM-HALLADA = "S"
                   OR WS-REM-IDX > WS-REM-CARGADAS
               IF WS-REM-TRIBUNAL (WS-REM-IDX) = ERT-TRIBUNAL
                   AND WS-REM-BENEFICIARIO (WS-REM-IDX) =
                       ERT-BENEFICIARIO
                   MOVE "S" TO WS-REM-HALLADA
               ELSE
                   ADD 1 TO WS-REM-IDX
               END-IF
           END-PERFORM.
           IF WS-REM-HALLADA = "N"
               IF WS-REM-CARGADAS < 50
                   ADD 1 TO WS-REM-CARGADAS
                   MOVE WS-REM-CARGADAS TO WS-REM-IDX
                   MOVE ERT-TRIBUNAL TO WS-REM-TRIBUNAL (WS-REM-IDX)
                   MOVE ERT-BENEFICIARIO
                       TO WS-REM-BENEFICIARIO (WS-REM-IDX)
                   MOVE ZERO TO WS-REM-RETENIDO (WS-REM-IDX)
                   MOVE ZERO TO WS-REM-NO-RETENIDO (WS-REM-IDX)
                   MOVE "S" TO WS-REM-HALLADA
               ELSE
                   DISPLAY "ADVERTENCIA: LA REMESA EXCEDE 50 "
                       "BENEFICIARIOS; EXP. " ERT-EXPEDIENTE
                       " NO SE INCLUYE."
               END-IF
           END-IF.
           IF WS-REM-HALLADA = "S"
               COMPUTE WS-REM-FALTANTE = ERT-ORDENADO - ERT-RETENIDO
               ADD ERT-RETENIDO TO WS-REM-RETENIDO (WS-REM-IDX)
               ADD WS-REM-FALTANTE TO WS-REM-NO-RETENIDO (WS-REM-IDX)
               ADD ERT-RETENIDO TO WS-REM-TOT-RETENIDO
               ADD WS-REM-FALTANTE TO WS-REM-TOT-NO-RETENIDO
           END-IF.
       *>  -------------------------------------------------------------
       *>  ESCRIBE EL GRUPO WS-REM-IDX: ENCABEZADO CON TRIBUNAL Y
       *>  BENEFICIARIO, UNA LÍNEA POR RETENCIÓN DEL MES Y EL TOTAL A
       *>  REMESAR; LUEGO AVANZA AL SIGUIENTE GRUPO
       *>  -------------------------------------------------------------
       000-ESCRIBIR-GRUPO-REMESA.
           MOVE ALL "-" TO WS-LINEA-REMESA.
           WRITE REG-REMESA FROM WS-LINEA-REMESA.
           MOVE SPACES TO WS-LINEA-REMESA.
           STRING "TRIBUNAL: " DELIMITED BY SIZE
               WS-REM-TRIBUNAL (WS-REM-IDX) DELIMITED BY "  "
               INTO WS-LINEA-REMESA.
           WRITE REG-REMESA FROM WS-LINEA-REMESA.
           MOVE SPACES TO WS-LINEA-REMESA.
           STRING "BENEFICIARIO: " DELIMITED BY SIZE
               WS-REM-BENEFICIARIO (WS-REM-IDX) DELIMITED BY "  "
               INTO WS-LINEA-REMESA.
           WRITE REG-REMESA FROM WS-LINEA-REMESA.
           MOVE ZERO TO WS-EMB-RETENIDOS-EOF.
           MOVE ZERO TO FS-EMB-RETENIDOS.
           OPEN INPUT F-EMB-RETENIDOS.
           IF FS-EMB-RETENIDOS = "00"
               PERFORM UNTIL EMB-RETENIDOS-EOF
                   READ F-EMB-RETENIDOS
                       AT END
                           SET EMB-RETENIDOS-EOF TO TRUE
                       NOT AT END
                           IF ERT-PERIODO = WS-REM-PERIODO
                               AND ERT-TRIBUNAL =
                                   WS-REM-TRIBUNAL (WS-REM-IDX)
                               AND ERT-BENEFICIARIO =
                                   WS-REM-BENEFICIARIO (WS-REM-IDX)
                               PERFORM 000-DETALLE-REMESA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-EMB-RETENIDOS
           END-IF.
           MOVE SPACES TO WS-LINEA-REMESA.
           STRING "  TOTAL A REMESAR AL BENEFICIARIO: "
               DELIMITED BY SIZE
               WS-REM-RETENIDO (WS-REM-IDX) DELIMITED BY SIZE
               INTO WS-LINEA-REMESA.
           WRITE REG-REMESA FROM WS-LINEA-REMESA.
           IF WS-REM-NO-RETENIDO (WS-REM-IDX) > ZERO
               MOVE SPACES TO WS-LINEA-REMESA
               STRING "  NO RETENIDO POR TOPE LEGAL: "
                   DELIMITED BY SIZE
                   WS-REM-NO-RETENIDO (WS-REM-IDX) DELIMITED BY SIZE
                   INTO WS-LINEA-REMESA
               WRITE REG-REMESA FROM WS-LINEA-REMESA
           END-IF.
           DISPLAY "TRIBUNAL: " WS-REM-TRIBUNAL (WS-REM-IDX).
           DISPLAY "  BENEFICIARIO: " WS-REM-BENEFICIARIO (WS-REM-IDX)
               " REMESA: " WS-REM-RETENIDO (WS-REM-IDX).
           ADD 1 TO WS-REM-IDX.
       *>  -------------------------------------------------------------
       *>  ESCRIBE LA LÍNEA DE DETALLE DE REG-EMBARGO-RETENIDO CON SU
       *>  PERÍODO DE PAGO (MES, QUINCENA O SEMANA)
       *>  -------------------------------------------------------------
       000-DETALLE-REMESA.
           MOVE ERT-PERIODO TO WS-PERIODO-ACTUAL.
           MOVE ERT-FRECUENCIA TO WS-FRECUENCIA-NOMINA.
           MOVE ERT-SUBPERIODO TO WS-SUBPERIODO.
           PERFORM 000-ARMAR-ETIQUETA-PERIODO.
           MOVE SPACES TO WS-LINEA-REMESA.
           STRING "  CI: " DELIMITED BY SIZE
               ERT-CI-EMPLEADO DELIMITED BY SIZE
               " EXP.: " DELIMITED BY SIZE
               ERT-EXPEDIENTE DELIMITED BY "  "
               " PAGO: " DELIMITED BY SIZE
               WS-ETIQUETA-PERIODO DELIMITED BY " "
               " ORDENADO: " DELIMITED BY SIZE
               ERT-ORDENADO DELIMITED BY SIZE
               " RETENIDO: " DELIMITED BY SIZE
               ERT-RETENIDO DELIMITED BY SIZE
               INTO WS-LINEA-REMESA.
           WRITE REG-REMESA FROM WS-LINEA-REMESA.
       *>  -------------------------------------------------------------
       *>  SUMA AL ASIENTO, COMO PARTIDA "J" (EMBARGOS POR PAGAR), LO
       *>  RETENIDO POR EMBARGOS EN EL PERÍODO SEGÚN EMBRETEN.TXT
       *>  -------------------------------------------------------------
       000-EMBARGOS-ASIENTO.
           MOVE "J" TO WS-AST-SUMAR-TIPO.
           MOVE ZERO TO WS-AST-SUMAR-CLAVE.
           MOVE ZERO TO WS-AST-SUMAR-MONTO.
           MOVE ZERO TO WS-EMB-RETENIDOS-EOF.
           MOVE ZERO TO FS-EMB-RETENIDOS.
           OPEN INPUT F-EMB-RETENIDOS.
           IF FS-EMB-RETENIDOS = "00"
               PERFORM UNTIL EMB-RETENIDOS-EOF
                   READ F-EMB-RETENIDOS
                       AT END
                           SET EMB-RETENIDOS-EOF TO TRUE
                       NOT AT END
                           IF ERT-PERIODO = WS-PERIODO-ACTUAL
                               AND ERT-FRECUENCIA =
                                   WS-FRECUENCIA-NOMINA
                               AND ERT-SUBPERIODO = WS-SUBPERIODO
                               ADD ERT-RETENIDO
                                   TO WS-AST-SUMAR-MONTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-EMB-RETENIDOS
           END-IF.
           PERFORM 000-SUMAR-PARTIDA-ASIENTO.
       *>  -------------------------------------------------------------
       *>  PRE-NÓMINA DEL PERÍODO (MES, QUINCENA O SEMANA): CALCULA EL
       *>  PAGO DE CADA EMPLEADO COMO LA NÓMINA, SIN ESCRIBIR HISTORIAL
       *>  NI RETENCIONES, LO COMPARA CON SU ÚLTIMO PAGO EN EL
       *>  HISTORIAL Y DEJA EN PRENOMINA.TXT LAS VARIACIONES, LAS
       *>  ALERTAS Y LOS TOTALES POR DEPARTAMENTO. LA PRE-NÓMINA QUEDA
       *>  ANOTADA EN PRENOMAP.TXT PENDIENTE DE APROBACIÓN; SIN ELLA NO
       *>  SE EXPORTA AL BANCO NI SE CIERRA EL PERÍODO
       *>  -------------------------------------------------------------
       001-PRENOMINA.
           DISPLAY " ".
           DISPLAY "PRE-NÓMINA Y ANÁLISIS DE VARIACIONES.".
           DISPLAY "========================================".
           PERFORM 000-DETERMINAR-PERIODO-NOMINA.
           PERFORM 000-UMBRALES-PRENOMINA.
           PERFORM 000-VERIFICAR-CIERRE-PERIODO.
           IF WS-PERIODO-CERRADO = "S"
               DISPLAY "EL PERÍODO " WS-ETIQUETA-PERIODO
                   " YA FUE CERRADO; NO SE CALCULA PRE-NÓMINA."
           ELSE
               PERFORM 000-GENERAR-PRENOMINA
           END-IF.
       *>  -------------------------------------------------------------
       *>  UMBRALES DE LA CORRIDA: EN LA CORRIDA DESATENDIDA LLEGAN
       *>  COMO PARÁMETROS; EN CERO (O EN BLANCO) SE TOMA EL VALOR POR
       *>  DEFECTO
       *>  -------------------------------------------------------------
       000-UMBRALES-PRENOMINA.
           IF WS-MODO-BATCH NOT = "S"
               DISPLAY "UMBRAL DE VARIACIÓN DEL BRUTO Y EL NETO EN % "
                   "(0 = " WS-PRE-UMBRAL-DEFECTO "): "
                   WITH NO ADVANCING
               ACCEPT WS-PRE-UMBRAL
               DISPLAY "UMBRAL DE VARIACIÓN DE LA TASA DE CAMBIO EN % "
                   "(0 = " WS-PRE-UMBRAL-TASA-DEFECTO "): "
                   WITH NO ADVANCING
               ACCEPT WS-PRE-UMBRAL-TASA
           END-IF.
           IF WS-PRE-UMBRAL NOT NUMERIC OR WS-PRE-UMBRAL = ZERO
               MOVE WS-PRE-UMBRAL-DEFECTO TO WS-PRE-UMBRAL
           END-IF.
           IF WS-PRE-UMBRAL-TASA NOT NUMERIC
                   OR WS-PRE-UMBRAL-TASA = ZERO
               MOVE WS-PRE-UMBRAL-TASA-DEFECTO TO WS-PRE-UMBRAL-TASA
           END-IF.
           DISPLAY "UMBRALES: BRUTO Y NETO " WS-PRE-UMBRAL
               "% - TASA DE CAMBIO " WS-PRE-UMBRAL-TASA "%".
       *>  -------------------------------------------------------------
       *>  RECORRE EL MAESTRO CON EL MISMO CRITERIO DE 001-NOMINA,
       *>  ANALIZA CADA PAGO, LISTA A LOS PAGADOS EN EL PERÍODO
       *>  ANTERIOR QUE NO ENTRAN EN ESTE Y CIERRA CON LOS TOTALES
       *>  -------------------------------------------------------------
       000-GENERAR-PRENOMINA.
           MOVE ZERO TO WS-EMPLEADOS-EOF.
           MOVE ZERO TO WS-PRE-TOT-EMPLEADOS  WS-PRE-TOT-CON-ALERTA.
           MOVE ZERO TO WS-PRE-TOT-ALERTAS    WS-PRE-TOT-NUEVOS.
           MOVE ZERO TO WS-PRE-TOT-AUSENTES.
           MOVE ZERO TO WS-PRE-TOT-BRUTO      WS-PRE-TOT-NETO.
           MOVE ZERO TO WS-PRE-TOT-BRUTO-ANT  WS-PRE-TOT-NETO-ANT.
           PERFORM 000-CARGAR-CONCEPTOS.
           PERFORM 000-CARGAR-DEPARTAMENTOS.
           PERFORM 000-BUSCAR-TASA-VIGENTE.
           MOVE 1 TO WS-PRD-IDX.
           PERFORM 000-LIMPIAR-PRE-DEP UNTIL WS-PRD-IDX > 31.
           COMPUTE WS-PRE-CLAVE-ACTUAL =
               WS-PERIODO-ACTUAL * 100 + WS-SUBPERIODO.
           PERFORM 000-CARGAR-PAGOS-ANTERIORES.
           PERFORM 000-CARGAR-TABLA-CAMBIOS.
           MOVE ZERO TO FS-PRENOMINA.
           OPEN OUTPUT F-PRENOMINA.
           MOVE "PRE-NÓMINA - VARIACIONES CONTRA EL ÚLTIMO PAGO."
               TO WS-LINEA-PRENOMINA.
           WRITE REG-PRENOMINA FROM WS-LINEA-PRENOMINA.
           MOVE SPACES TO WS-LINEA-PRENOMINA.
           STRING "PERÍODO DE PAGO: " DELIMITED BY SIZE
               WS-ETIQUETA-PERIODO DELIMITED BY SIZE
               " UMBRAL BRUTO Y NETO: " DELIMITED BY SIZE
               WS-PRE-UMBRAL DELIMITED BY SIZE
               "% UMBRAL TASA: " DELIMITED BY SIZE
               WS-PRE-UMBRAL-TASA DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-LINEA-PRENOMINA.
           WRITE REG-PRENOMINA FROM WS-LINEA-PRENOMINA.
           MOVE ALL "=" TO WS-LINEA-PRENOMINA.
           WRITE REG-PRENOMINA FROM WS-LINEA-PRENOMINA.
           PERFORM 000-ABRIR-EMPLEADOS
           PERFORM UNTIL EMPLEADOS-EOF
               READ F-EMPLEADOS NEXT RECORD
                   AT END
                       SET EMPLEADOS-EOF TO TRUE
                   NOT AT END
                       PERFORM 000-FRECUENCIA-EMPLEADO
                       IF ESTADO-EMPLEADO OF REG-EMPLEADO NOT = "I"
                           AND WS-FRECUENCIA-EMP = WS-FRECUENCIA-NOMINA
                           PERFORM 000-APLICAR-TASA-EMPLEADO
                           PERFORM 000-CALCULAR-NETO
                           PERFORM 000-ANALIZAR-EMPLEADO-PRENOM
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 000-CIERRE-EMPLEADOS
           MOVE 1 TO WS-PRA-IDX.
           PERFORM 000-REVISAR-AUSENTE-PRENOM
               UNTIL WS-PRA-IDX > WS-PRA-CARGADOS.
           DISPLAY "----------------------------------------".
           MOVE ALL "-" TO WS-LINEA-PRENOMINA.
           WRITE REG-PRENOMINA FROM WS-LINEA-PRENOMINA.
           MOVE 1 TO WS-PRD-IDX.
           PERFORM 000-SUBTOTAL-PRE-DEP UNTIL WS-PRD-IDX > 31.
           PERFORM 000-TOTALES-PRENOMINA.
           CLOSE F-PRENOMINA.
           PERFORM 000-REGISTRAR-PRENOMINA.
           DISPLAY "INFORME GENERADO EN PRENOMINA.TXT.".
           DISPLAY "LA PRE-NÓMINA DEL PERÍODO " WS-ETIQUETA-PERIODO
               " QUEDA PENDIENTE DE APROBACIÓN.".
       *>  -------------------------------------------------------------
       *>  PONE EN CERO LOS TOTALES DEL DEPARTAMENTO WS-PRD-IDX Y
       *>  AVANZA AL SIGUIENTE
       *>  -------------------------------------------------------------
       000-LIMPIAR-PRE-DEP.
           MOVE ZERO TO WS-PRD-EMPLEADOS (WS-PRD-IDX).
           MOVE ZERO TO WS-PRD-ALERTAS (WS-PRD-IDX).
           MOVE ZERO TO WS-PRD-BRUTO (WS-PRD-IDX).
           MOVE ZERO TO WS-PRD-NETO (WS-PRD-IDX).
           MOVE ZERO TO WS-PRD-BRUTO-ANT (WS-PRD-IDX).
           MOVE ZERO TO WS-PRD-NETO-ANT (WS-PRD-IDX).
           ADD 1 TO WS-PRD-IDX.
       *>  -------------------------------------------------------------
       *>  CARGA EN WS-TABLA-PRE-ANTERIOR EL ÚLTIMO PAGO DE CADA
       *>  CÉDULA EN HISTORIAL.TXT ANTERIOR AL PERÍODO EN CURSO Y DEJA
       *>  EN WS-PRE-CLAVE-ANTERIOR EL ÚLTIMO PERÍODO PAGADO CON LA
       *>  FRECUENCIA DE LA CORRIDA
       *>  -------------------------------------------------------------
       000-CARGAR-PAGOS-ANTERIORES.
           MOVE ZERO TO WS-PRA-CARGADOS.
           MOVE ZERO TO WS-PRE-CLAVE-ANTERIOR.
           MOVE "N" TO WS-PRA-EXCEDIDO.
           MOVE ZERO TO WS-HISTORIAL-EOF.
           MOVE ZERO TO FS-HISTORIAL.
           OPEN INPUT F-HISTORIAL.
           IF FS-HISTORIAL = "00"
               PERFORM UNTIL HISTORIAL-EOF
                   READ F-HISTORIAL
                       AT END
                           SET HISTORIAL-EOF TO TRUE
                       NOT AT END
                           PERFORM 000-CARGAR-PAGO-ANTERIOR
                   END-READ
               END-PERFORM
               CLOSE F-HISTORIAL
           END-IF.
           IF WS-PRA-EXCEDIDO = "S"
               DISPLAY "ADVERTENCIA: EL HISTORIAL EXCEDE 500 CÉDULAS; "
                   "LAS RESTANTES SE TRATAN COMO NUEVAS."
           END-IF.
       *>  -------------------------------------------------------------
       *>  TOMA EL REG-HISTORIAL EN CURSO SI ES UN PAGO ORDINARIO
       *>  ANTERIOR AL PERÍODO (LOS RETROACTIVOS Y LAS UTILIDADES,
       *>  MES 13, NO CUENTAN) Y ES EL MÁS RECIENTE DE SU CÉDULA
       *>  -------------------------------------------------------------
       000-CARGAR-PAGO-ANTERIOR.
           PERFORM 000-FRECUENCIA-HISTORIAL.
           COMPUTE WS-PRE-HIST-ANNO = HIST-PERIODO / 100.
           COMPUTE WS-PRE-HIST-MES =
               HIST-PERIODO - WS-PRE-HIST-ANNO * 100.
           COMPUTE WS-PRE-CLAVE-HIST =
               HIST-PERIODO * 100 + WS-HIST-SUBPERIODO.
           IF HIST-TIPO-PAGO NOT = "R"
                   AND WS-PRE-HIST-MES >= 1 AND WS-PRE-HIST-MES <= 12
                   AND WS-PRE-CLAVE-HIST < WS-PRE-CLAVE-ACTUAL
               IF WS-HIST-FRECUENCIA = WS-FRECUENCIA-NOMINA
                       AND WS-PRE-CLAVE-HIST > WS-PRE-CLAVE-ANTERIOR
                   MOVE WS-PRE-CLAVE-HIST TO WS-PRE-CLAVE-ANTERIOR
               END-IF
               MOVE HIST-CI-EMPLEADO TO WS-PRE-CI-BUSCADA
               PERFORM 000-BUSCAR-PAGO-ANTERIOR
               IF WS-PRA-HALLADO = "N"
                   IF WS-PRA-CARGADOS < 500
                       ADD 1 TO WS-PRA-CARGADOS
                       MOVE WS-PRA-CARGADOS TO WS-PRA-IDX
                       MOVE HIST-CI-EMPLEADO TO WS-PRA-CI (WS-PRA-IDX)
                       MOVE ZERO TO WS-PRA-CLAVE (WS-PRA-IDX)
                       MOVE "N" TO WS-PRA-INCLUIDO (WS-PRA-IDX)
                       MOVE "S" TO WS-PRA-HALLADO
                   ELSE
                       MOVE "S" TO WS-PRA-EXCEDIDO
                   END-IF
               END-IF
               IF WS-PRA-HALLADO = "S"
                       AND WS-PRE-CLAVE-HIST >=
                           WS-PRA-CLAVE (WS-PRA-IDX)
                   PERFORM 000-GUARDAR-PAGO-ANTERIOR
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  GUARDA EN LA ENTRADA WS-PRA-IDX EL PAGO DEL REG-HISTORIAL EN
       *>  CURSO (BRUTO = SALARIO - AUSENCIAS + ASIGNACIONES)
       *>  -------------------------------------------------------------
       000-GUARDAR-PAGO-ANTERIOR.
           MOVE WS-PRE-CLAVE-HIST TO WS-PRA-CLAVE (WS-PRA-IDX).
           MOVE WS-HIST-FRECUENCIA TO WS-PRA-FRECUENCIA (WS-PRA-IDX).
           MOVE HIST-SALARIO TO WS-PRA-BRUTO (WS-PRA-IDX).
           IF HIST-AUSENCIAS NUMERIC
               SUBTRACT HIST-AUSENCIAS FROM WS-PRA-BRUTO (WS-PRA-IDX)
           END-IF.
           IF HIST-ASIGNACIONES NUMERIC
               ADD HIST-ASIGNACIONES TO WS-PRA-BRUTO (WS-PRA-IDX)
           END-IF.
           MOVE HIST-NETO TO WS-PRA-NETO (WS-PRA-IDX).
           MOVE "B" TO WS-PRA-MONEDA (WS-PRA-IDX).
           MOVE ZERO TO WS-PRA-TASA (WS-PRA-IDX).
           IF HIST-MONEDA = "D" AND HIST-TASA NUMERIC
               MOVE "D" TO WS-PRA-MONEDA (WS-PRA-IDX)
               MOVE HIST-TASA TO WS-PRA-TASA (WS-PRA-IDX)
           END-IF.
       *>  -------------------------------------------------------------
       *>  BUSCA WS-PRE-CI-BUSCADA EN WS-TABLA-PRE-ANTERIOR Y DEJA
       *>  WS-PRA-HALLADO Y WS-PRA-IDX
       *>  -------------------------------------------------------------
       000-BUSCAR-PAGO-ANTERIOR.
           MOVE "N" TO WS-PRA-HALLADO.
           MOVE 1 TO WS-PRA-IDX.
           PERFORM UNTIL WS-PRA-HALLADO = "S"
                   OR WS-PRA-IDX > WS-PRA-CARGADOS
               IF WS-PRA-CI (WS-PRA-IDX) = WS-PRE-CI-BUSCADA
                   MOVE "S" TO WS-PRA-HALLADO
               ELSE
                   ADD 1 TO WS-PRA-IDX
               END-IF
           END-PERFORM.
       *>  -------------------------------------------------------------
       *>  COMPARA EL PAGO RECIÉN CALCULADO DEL REG-EMPLEADO EN CURSO
       *>  CON SU ÚLTIMO PAGO, LO ESCRIBE EN PRENOMINA.TXT CON SUS
       *>  ALERTAS Y LO ACUMULA EN SU DEPARTAMENTO Y EN LOS TOTALES
       *>  -------------------------------------------------------------
       000-ANALIZAR-EMPLEADO-PRENOM.
           MOVE ZERO TO WS-PRE-ALERTAS-EMP.
           MOVE ZERO TO WS-PRE-BRUTO-ANT.
           MOVE ZERO TO WS-PRE-NETO-ANT.
           MOVE ZERO TO WS-PRE-TASA-ANT.
           MOVE ZERO TO WS-PRE-VAR-BRUTO-ED.
           MOVE ZERO TO WS-PRE-VAR-NETO-ED.
           MOVE ZERO TO WS-PRE-VAR-TASA-ED.
           MOVE "N" TO WS-PRE-FLAG-BRUTO.
           MOVE "N" TO WS-PRE-FLAG-NETO.
           MOVE "N" TO WS-PRE-FLAG-TASA.
           MOVE 31 TO WS-PRD-IDX.
           IF CODIGO-DEPARTAMENTO OF REG-EMPLEADO NUMERIC
                   AND CODIGO-DEPARTAMENTO OF REG-EMPLEADO NOT = ZERO
               MOVE CODIGO-DEPARTAMENTO OF REG-EMPLEADO TO DEP-CODIGO
               PERFORM 000-BUSCAR-DEPARTAMENTO
               IF WS-DEP-HALLADO = "S"
                   MOVE WS-DEP-IDX TO WS-PRD-IDX
               END-IF
           END-IF.
           MOVE WS-CI-EMPLEADO TO WS-PRE-CI-BUSCADA.
           PERFORM 000-BUSCAR-PAGO-ANTERIOR.
           IF WS-PRA-HALLADO = "S"
               MOVE "S" TO WS-PRA-INCLUIDO (WS-PRA-IDX)
               MOVE WS-PRA-BRUTO (WS-PRA-IDX) TO WS-PRE-BRUTO-ANT
               MOVE WS-PRA-NETO (WS-PRA-IDX) TO WS-PRE-NETO-ANT
               MOVE WS-PRA-TASA (WS-PRA-IDX) TO WS-PRE-TASA-ANT
               *> UN PAGO DE OTRA FRECUENCIA NO ES COMPARABLE EN MONTO
               IF WS-PRA-FRECUENCIA (WS-PRA-IDX) =
                       WS-FRECUENCIA-NOMINA
                   MOVE WS-PRE-UMBRAL TO WS-PRE-UMBRAL-APLICADO
                   MOVE WS-SALARIO-PAGADO TO WS-PRE-VAL-ACTUAL
                   MOVE WS-PRE-BRUTO-ANT TO WS-PRE-VAL-ANTERIOR
                   PERFORM 000-CALCULAR-VARIACION-PRE
                   MOVE WS-PRE-VARIACION TO WS-PRE-VAR-BRUTO-ED
                   MOVE WS-PRE-SOBRE-UMBRAL TO WS-PRE-FLAG-BRUTO
                   MOVE WS-NETO TO WS-PRE-VAL-ACTUAL
                   MOVE WS-PRE-NETO-ANT TO WS-PRE-VAL-ANTERIOR
                   PERFORM 000-CALCULAR-VARIACION-PRE
                   MOVE WS-PRE-VARIACION TO WS-PRE-VAR-NETO-ED
                   MOVE WS-PRE-SOBRE-UMBRAL TO WS-PRE-FLAG-NETO
               END-IF
               IF WS-MONEDA-EMP = "D" AND WS-TASA-APLICADA > ZERO
                       AND WS-PRA-MONEDA (WS-PRA-IDX) = "D"
                   MOVE WS-PRE-UMBRAL-TASA TO WS-PRE-UMBRAL-APLICADO
                   MOVE WS-TASA-APLICADA TO WS-PRE-VAL-ACTUAL
                   MOVE WS-PRE-TASA-ANT TO WS-PRE-VAL-ANTERIOR
                   PERFORM 000-CALCULAR-VARIACION-PRE
                   MOVE WS-PRE-VARIACION TO WS-PRE-VAR-TASA-ED
                   MOVE WS-PRE-SOBRE-UMBRAL TO WS-PRE-FLAG-TASA
               END-IF
           END-IF.
           MOVE SPACES TO WS-LINEA-PRENOMINA.
           STRING "CÉDULA: " DELIMITED BY SIZE
               WS-CI-EMPLEADO DELIMITED BY SIZE
               " APELLIDO: " DELIMITED BY SIZE
               APELLIDO OF REG-EMPLEADO DELIMITED BY "  "
               " DEPTO.: " DELIMITED BY SIZE
               CODIGO-DEPARTAMENTO OF REG-EMPLEADO DELIMITED BY SIZE
               INTO WS-LINEA-PRENOMINA.
           WRITE REG-PRENOMINA FROM WS-LINEA-PRENOMINA.
           MOVE SPACES TO WS-LINEA-PRENOMINA.
           STRING "  BRUTO: " DELIMITED BY SIZE
               WS-SALARIO-PAGADO DELIMITED BY SIZE
               " ANTERIOR: " DELIMITED BY SIZE
               WS-PRE-BRUTO-ANT DELIMITED BY SIZE
               " VAR.%: " DELIMITED BY SIZE
               WS-PRE-VAR-BRUTO-ED DELIMITED BY SIZE
               "  NETO: " DELIMITED BY SIZE
               WS-NETO DELIMITED BY SIZE
               " ANTERIOR: " DELIMITED BY SIZE
               WS-PRE-NETO-ANT DELIMITED BY SIZE
               " VAR.%: " DELIMITED BY SIZE
               WS-PRE-VAR-NETO-ED DELIMITED BY SIZE
               INTO WS-LINEA-PRENOMINA.
           WRITE REG-PRENOMINA FROM WS-LINEA-PRENOMINA.
           IF WS-MONEDA-EMP = "D"
               MOVE SPACES TO WS-LINEA-PRENOMINA
               STRING "  DIVISA: " DELIMITED BY SIZE
                   WS-DIVISA-EMP DELIMITED BY SIZE
                   " TASA: " DELIMITED BY SIZE
                   WS-TASA-APLICADA DELIMITED BY SIZE
                   " ANTERIOR: " DELIMITED BY SIZE
                   WS-PRE-TASA-ANT DELIMITED BY SIZE
                   " VAR.%: " DELIMITED BY SIZE
                   WS-PRE-VAR-TASA-ED DELIMITED BY SIZE
                   INTO WS-LINEA-PRENOMINA
               WRITE REG-PRENOMINA FROM WS-LINEA-PRENOMINA
           END-IF.
           IF WS-PRA-HALLADO = "N"
               ADD 1 TO WS-PRE-TOT-NUEVOS
               MOVE "EMPLEADO NUEVO: SIN PAGOS EN EL HISTORIAL"
                   TO WS-PRE-ALERTA
               PERFORM 000-ALERTA-PRENOMINA
           ELSE
               IF WS-PRA-FRECUENCIA (WS-PRA-IDX) NOT =
                       WS-FRECUENCIA-NOMINA
                   MOVE "CAMBIÓ DE FRECUENCIA DE PAGO (NO SE COMPARA)"
                       TO WS-PRE-ALERTA
                   PERFORM 000-ALERTA-PRENOMINA
               END-IF
           END-IF.
           IF WS-PRE-FLAG-BRUTO = "S"
               MOVE "VARIACIÓN DEL BRUTO SOBRE EL UMBRAL"
                   TO WS-PRE-ALERTA
               PERFORM 000-ALERTA-PRENOMINA
           END-IF.
           IF WS-PRE-FLAG-NETO = "S"
               MOVE "VARIACIÓN DEL NETO SOBRE EL UMBRAL"
                   TO WS-PRE-ALERTA
               PERFORM 000-ALERTA-PRENOMINA
           END-IF.
           IF WS-NETO NOT > ZERO
               MOVE "NETO NEGATIVO O EN CERO" TO WS-PRE-ALERTA
               PERFORM 000-ALERTA-PRENOMINA
           END-IF.
           PERFORM 000-BUSCAR-CAMBIO-PENDIENTE-CI.
           IF WS-CPT-HALLADO = "S"
               MOVE "CAMBIO SENSIBLE SIN APROBAR: VENCE CON LA NÓMINA"
                   TO WS-PRE-ALERTA
               PERFORM 000-ALERTA-PRENOMINA
           END-IF.
           IF WS-MONEDA-EMP = "D" AND WS-TASA-APLICADA = ZERO
               MOVE "SALARIO ANCLADO A DIVISA SIN TASA VIGENTE"
                   TO WS-PRE-ALERTA
               PERFORM 000-ALERTA-PRENOMINA
           END-IF.
           IF WS-PRE-FLAG-TASA = "S"
               MOVE "SALTO DE LA TASA DE CAMBIO SOBRE EL UMBRAL"
                   TO WS-PRE-ALERTA
               PERFORM 000-ALERTA-PRENOMINA
           END-IF.
           IF WS-PRE-ALERTAS-EMP > ZERO
               ADD 1 TO WS-PRE-TOT-CON-ALERTA
           END-IF.
           ADD 1 TO WS-PRE-TOT-EMPLEADOS.
           ADD WS-SALARIO-PAGADO TO WS-PRE-TOT-BRUTO.
           ADD WS-NETO TO WS-PRE-TOT-NETO.
           ADD WS-PRE-BRUTO-ANT TO WS-PRE-TOT-BRUTO-ANT.
           ADD WS-PRE-NETO-ANT TO WS-PRE-TOT-NETO-ANT.
           ADD 1 TO WS-PRD-EMPLEADOS (WS-PRD-IDX).
           ADD WS-SALARIO-PAGADO TO WS-PRD-BRUTO (WS-PRD-IDX).
           ADD WS-NETO TO WS-PRD-NETO (WS-PRD-IDX).
           ADD WS-PRE-BRUTO-ANT TO WS-PRD-BRUTO-ANT (WS-PRD-IDX).
           ADD WS-PRE-NETO-ANT TO WS-PRD-NETO-ANT (WS-PRD-IDX).
       *>  -------------------------------------------------------------
       *>  VARIACIÓN PORCENTUAL DE WS-PRE-VAL-ACTUAL SOBRE
       *>  WS-PRE-VAL-ANTERIOR; WS-PRE-SOBRE-UMBRAL QUEDA EN "S" SI EN
       *>  VALOR ABSOLUTO SUPERA WS-PRE-UMBRAL-APLICADO (SIN VALOR
       *>  ANTERIOR POSITIVO NO HAY BASE DE COMPARACIÓN)
       *>  -------------------------------------------------------------
       000-CALCULAR-VARIACION-PRE.
           MOVE ZERO TO WS-PRE-VARIACION.
           MOVE "N" TO WS-PRE-SOBRE-UMBRAL.
           IF WS-PRE-VAL-ANTERIOR > ZERO
               COMPUTE WS-PRE-VARIACION ROUNDED =
                   (WS-PRE-VAL-ACTUAL - WS-PRE-VAL-ANTERIOR) * 100
                   / WS-PRE-VAL-ANTERIOR
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-PRE-VARIACION
               END-COMPUTE
               IF WS-PRE-VARIACION < ZERO
                   COMPUTE WS-PRE-VARIACION-ABS =
                       ZERO - WS-PRE-VARIACION
               ELSE
                   MOVE WS-PRE-VARIACION TO WS-PRE-VARIACION-ABS
               END-IF
               IF WS-PRE-VARIACION-ABS > WS-PRE-UMBRAL-APLICADO
                   MOVE "S" TO WS-PRE-SOBRE-UMBRAL
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  ANOTA LA ALERTA WS-PRE-ALERTA DE WS-CI-EMPLEADO EN PANTALLA
       *>  Y EN PRENOMINA.TXT Y LA CUENTA EN EL DEPARTAMENTO WS-PRD-IDX
       *>  -------------------------------------------------------------
       000-ALERTA-PRENOMINA.
           ADD 1 TO WS-PRE-ALERTAS-EMP.
           ADD 1 TO WS-PRE-TOT-ALERTAS.
           ADD 1 TO WS-PRD-ALERTAS (WS-PRD-IDX).
           DISPLAY "CI " WS-CI-EMPLEADO ": " WS-PRE-ALERTA.
           MOVE SPACES TO WS-LINEA-PRENOMINA.
           STRING "  ** " DELIMITED BY SIZE
               WS-PRE-ALERTA DELIMITED BY "  "
               INTO WS-LINEA-PRENOMINA.
           WRITE REG-PRENOMINA FROM WS-LINEA-PRENOMINA.
       *>  -------------------------------------------------------------
       *>  SI LA CÉDULA WS-PRA-IDX COBRÓ EN EL ÚLTIMO PERÍODO DE LA
       *>  FRECUENCIA Y NO ENTRA EN ESTE, LA ANOTA COMO AUSENTE.
       *>  AVANZA A LA SIGUIENTE
       *>  -------------------------------------------------------------
       000-REVISAR-AUSENTE-PRENOM.
           IF WS-PRE-CLAVE-ANTERIOR > ZERO
                   AND WS-PRA-INCLUIDO (WS-PRA-IDX) = "N"
                   AND WS-PRA-CLAVE (WS-PRA-IDX) = WS-PRE-CLAVE-ANTERIOR
                   AND WS-PRA-FRECUENCIA (WS-PRA-IDX) =
                       WS-FRECUENCIA-NOMINA
               PERFORM 000-ALERTA-AUSENTE-PRENOM
           END-IF.
           ADD 1 TO WS-PRA-IDX.
       *>  -------------------------------------------------------------
       *>  ANOTA AL AUSENTE WS-PRA-IDX CON EL MOTIVO QUE SURGE DEL
       *>  MAESTRO Y SUMA SU ÚLTIMO PAGO A LO ANTERIOR DE SU
       *>  DEPARTAMENTO, PARA QUE LA COMPARACIÓN DEL DEPARTAMENTO
       *>  CUADRE
       *>  -------------------------------------------------------------
       000-ALERTA-AUSENTE-PRENOM.
           IF WS-PRE-TOT-AUSENTES = ZERO
               DISPLAY "----------------------------------------"
               DISPLAY "PAGADOS EN EL PERÍODO ANTERIOR QUE NO ENTRAN "
                   "EN ESTE:"
               MOVE ALL "-" TO WS-LINEA-PRENOMINA
               WRITE REG-PRENOMINA FROM WS-LINEA-PRENOMINA
               MOVE SPACES TO WS-LINEA-PRENOMINA
               STRING "PAGADOS EN EL PERÍODO ANTERIOR QUE NO ENTRAN "
                   DELIMITED BY SIZE
                   "EN ESTE:" DELIMITED BY SIZE
                   INTO WS-LINEA-PRENOMINA
               WRITE REG-PRENOMINA FROM WS-LINEA-PRENOMINA
           END-IF.
           ADD 1 TO WS-PRE-TOT-AUSENTES.
           MOVE WS-PRA-CI (WS-PRA-IDX) TO WS-CEDULA.
           PERFORM 000-LOCALIZAR-EMPLEADO.
           MOVE WS-PRA-CI (WS-PRA-IDX) TO WS-CI-EMPLEADO.
           MOVE 31 TO WS-PRD-IDX.
           IF WS-ENCONTRADO = "N"
               MOVE SPACES TO WS-APELLIDO
               MOVE "AUSENTE: YA NO ESTÁ EN EL MAESTRO"
                   TO WS-PRE-ALERTA
           ELSE
               IF WS-ESTADO-EMPLEADO = "I"
                   MOVE "AUSENTE: EGRESADO" TO WS-PRE-ALERTA
               ELSE
                   MOVE "AUSENTE: HOY COBRA CON OTRA FRECUENCIA DE PAGO"
                       TO WS-PRE-ALERTA
               END-IF
               IF WS-CODIGO-DEPARTAMENTO NUMERIC
                       AND WS-CODIGO-DEPARTAMENTO NOT = ZERO
                   MOVE WS-CODIGO-DEPARTAMENTO TO DEP-CODIGO
                   PERFORM 000-BUSCAR-DEPARTAMENTO
                   IF WS-DEP-HALLADO = "S"
                       MOVE WS-DEP-IDX TO WS-PRD-IDX
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-LINEA-PRENOMINA.
           STRING "CÉDULA: " DELIMITED BY SIZE
               WS-CI-EMPLEADO DELIMITED BY SIZE
               " APELLIDO: " DELIMITED BY SIZE
               WS-APELLIDO DELIMITED BY "  "
               " BRUTO ANTERIOR: " DELIMITED BY SIZE
               WS-PRA-BRUTO (WS-PRA-IDX) DELIMITED BY SIZE
               " NETO ANTERIOR: " DELIMITED BY SIZE
               WS-PRA-NETO (WS-PRA-IDX) DELIMITED BY SIZE
               INTO WS-LINEA-PRENOMINA.
           WRITE REG-PRENOMINA FROM WS-LINEA-PRENOMINA.
           MOVE ZERO TO WS-PRE-ALERTAS-EMP.
           PERFORM 000-ALERTA-PRENOMINA.
           ADD 1 TO WS-PRE-TOT-CON-ALERTA.
           ADD WS-PRA-BRUTO (WS-PRA-IDX) TO WS-PRE-TOT-BRUTO-ANT.
           ADD WS-PRA-NETO (WS-PRA-IDX) TO WS-PRE-TOT-NETO-ANT.
           ADD WS-PRA-BRUTO (WS-PRA-IDX)
               TO WS-PRD-BRUTO-ANT (WS-PRD-IDX).
           ADD WS-PRA-NETO (WS-PRA-IDX)
               TO WS-PRD-NETO-ANT (WS-PRD-IDX).
       *>  -------------------------------------------------------------
       *>  MUESTRA Y ESCRIBE EL SUBTOTAL DEL DEPARTAMENTO WS-PRD-IDX
       *>  (SI TUVO EMPLEADOS O AUSENTES) Y AVANZA AL SIGUIENTE
       *>  -------------------------------------------------------------
       000-SUBTOTAL-PRE-DEP.
           IF WS-PRD-EMPLEADOS (WS-PRD-IDX) > ZERO
                   OR WS-PRD-ALERTAS (WS-PRD-IDX) > ZERO
               IF WS-PRD-IDX = 31
                   MOVE ZERO TO DEP-CODIGO
                   MOVE "SIN DEPARTAMENTO" TO WS-PRD-NOMBRE
               ELSE
                   MOVE WS-DEP-CODIGO (WS-PRD-IDX) TO DEP-CODIGO
                   MOVE WS-DEP-NOMBRE (WS-PRD-IDX) TO WS-PRD-NOMBRE
               END-IF
               DISPLAY "SUBTOTAL DEPTO. " DEP-CODIGO " " WS-PRD-NOMBRE
               DISPLAY "  EMPLEADOS: " WS-PRD-EMPLEADOS (WS-PRD-IDX)
                   " ALERTAS: " WS-PRD-ALERTAS (WS-PRD-IDX)
               DISPLAY "  BRUTO: " WS-PRD-BRUTO (WS-PRD-IDX)
                   " ANTERIOR: " WS-PRD-BRUTO-ANT (WS-PRD-IDX)
               DISPLAY "  NETO: " WS-PRD-NETO (WS-PRD-IDX)
                   " ANTERIOR: " WS-PRD-NETO-ANT (WS-PRD-IDX)
               MOVE SPACES TO WS-LINEA-PRENOMINA
               STRING "SUBTOTAL DEPTO. " DELIMITED BY SIZE
                   DEP-CODIGO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PRD-NOMBRE DELIMITED BY "  "
                   " - EMPLEADOS: " DELIMITED BY SIZE
                   WS-PRD-EMPLEADOS (WS-PRD-IDX) DELIMITED BY SIZE
                   " ALERTAS: " DELIMITED BY SIZE
                   WS-PRD-ALERTAS (WS-PRD-IDX) DELIMITED BY SIZE
                   INTO WS-LINEA-PRENOMINA
               WRITE REG-PRENOMINA FROM WS-LINEA-PRENOMINA
               MOVE SPACES TO WS-LINEA-PRENOMINA
               STRING "  BRUTO: " DELIMITED BY SIZE
                   WS-PRD-BRUTO (WS-PRD-IDX) DELIMITED BY SIZE
                   " ANTERIOR: " DELIMITED BY SIZE
                   WS-PRD-BRUTO-ANT (WS-PRD-IDX) DELIMITED BY SIZE
                   "  NETO: " DELIMITED BY SIZE
                   WS-PRD-NETO (WS-PRD-IDX) DELIMITED BY SIZE
                   " ANTERIOR: " DELIMITED BY SIZE
                   WS-PRD-NETO-ANT (WS-PRD-IDX) DELIMITED BY SIZE
                   INTO WS-LINEA-PRENOMINA
               WRITE REG-PRENOMINA FROM WS-LINEA-PRENOMINA
           END-IF.
           ADD 1 TO WS-PRD-IDX.
       *>  -------------------------------------------------------------
       *>  TOTALES GENERALES DE LA PRE-NÓMINA EN PANTALLA Y EN
       *>  PRENOMINA.TXT
       *>  -------------------------------------------------------------
       000-TOTALES-PRENOMINA.
           DISPLAY "----------------------------------------".
           DISPLAY "TOTAL GENERAL - EMPLEADOS: " WS-PRE-TOT-EMPLEADOS
               " CON ALERTAS: " WS-PRE-TOT-CON-ALERTA
               " ALERTAS: " WS-PRE-TOT-ALERTAS.
           DISPLAY "TOTAL GENERAL - NUEVOS: " WS-PRE-TOT-NUEVOS
               " AUSENTES: " WS-PRE-TOT-AUSENTES.
           DISPLAY "TOTAL GENERAL - BRUTO: " WS-PRE-TOT-BRUTO
               " ANTERIOR: " WS-PRE-TOT-BRUTO-ANT.
           DISPLAY "TOTAL GENERAL - NETO: " WS-PRE-TOT-NETO
               " ANTERIOR: " WS-PRE-TOT-NETO-ANT.
           MOVE ALL "-" TO WS-LINEA-PRENOMINA.
           WRITE REG-PRENOMINA FROM WS-LINEA-PRENOMINA.
           MOVE SPACES TO WS-LINEA-PRENOMINA.
           STRING "TOTAL GENERAL - EMPLEADOS: " DELIMITED BY SIZE
               WS-PRE-TOT-EMPLEADOS DELIMITED BY SIZE
               " CON ALERTAS: " DELIMITED BY SIZE
               WS-PRE-TOT-CON-ALERTA DELIMITED BY SIZE
               " ALERTAS: " DELIMITED BY SIZE
               WS-PRE-TOT-ALERTAS DELIMITED BY SIZE
               INTO WS-LINEA-PRENOMINA.
           WRITE REG-PRENOMINA FROM WS-LINEA-PRENOMINA.
           MOVE SPACES TO WS-LINEA-PRENOMINA.
           STRING "TOTAL GENERAL - NUEVOS: " DELIMITED BY SIZE
               WS-PRE-TOT-NUEVOS DELIMITED BY SIZE
               " AUSENTES: " DELIMITED BY SIZE
               WS-PRE-TOT-AUSENTES DELIMITED BY SIZE
               INTO WS-LINEA-PRENOMINA.
           WRITE REG-PRENOMINA FROM WS-LINEA-PRENOMINA.
           MOVE SPACES TO WS-LINEA-PRENOMINA.
           STRING "TOTAL GENERAL - BRUTO: " DELIMITED BY SIZE
               WS-PRE-TOT-BRUTO DELIMITED BY SIZE
               " ANTERIOR: " DELIMITED BY SIZE
               WS-PRE-TOT-BRUTO-ANT DELIMITED BY SIZE
               INTO WS-LINEA-PRENOMINA.
           WRITE REG-PRENOMINA FROM WS-LINEA-PRENOMINA.
           MOVE SPACES TO WS-LINEA-PRENOMINA.
           STRING "TOTAL GENERAL - NETO: " DELIMITED BY SIZE
               WS-PRE-TOT-NETO DELIMITED BY SIZE
               " ANTERIOR: " DELIMITED BY SIZE
               WS-PRE-TOT-NETO-ANT DELIMITED BY SIZE
               INTO WS-LINEA-PRENOMINA.
           WRITE REG-PRENOMINA FROM WS-LINEA-PRENOMINA.
       *>  -------------------------------------------------------------
       *>  ANOTA EN PRENOMAP.TXT LA PRE-NÓMINA RECIÉN CALCULADA ("C"),
       *>  QUE DEJA SIN EFECTO CUALQUIER APROBACIÓN ANTERIOR DEL
       *>  PERÍODO
       *>  -------------------------------------------------------------
       000-REGISTRAR-PRENOMINA.
           MOVE "C" TO PNC-TIPO.
           MOVE WS-PRE-TOT-EMPLEADOS TO PNC-EMPLEADOS.
           MOVE WS-PRE-TOT-ALERTAS TO PNC-ALERTAS.
           MOVE WS-PRE-TOT-NETO TO PNC-TOTAL-NETO.
           PERFORM 000-GRABAR-CONTROL-PRENOM.
       *>  -------------------------------------------------------------
       *>  ANEXA A PRENOMAP.TXT EL REG-PRENOM-CONTROL ARMADO POR EL
       *>  LLAMADOR, CON EL PERÍODO EN CURSO, LA FECHA Y EL USUARIO
       *>  -------------------------------------------------------------
       000-GRABAR-CONTROL-PRENOM.
           MOVE ZERO TO FS-PRENOM-CONTROL.
           OPEN EXTEND F-PRENOM-CONTROL.
           IF FS-PRENOM-CONTROL = "35"
               OPEN OUTPUT F-PRENOM-CONTROL
               CLOSE F-PRENOM-CONTROL
               OPEN EXTEND F-PRENOM-CONTROL
           END-IF.
           MOVE WS-PERIODO-ACTUAL TO PNC-PERIODO.
           MOVE WS-FRECUENCIA-NOMINA TO PNC-FRECUENCIA.
           MOVE WS-SUBPERIODO TO PNC-SUBPERIODO.
           MOVE WS-FECHA-DIA TO PNC-DIA.
           MOVE WS-FECHA-MES TO PNC-MES.
           MOVE WS-ANNO-EXTENDIDO TO PNC-ANNO.
           MOVE WS-USUARIO-ACTIVO TO PNC-USUARIO.
           WRITE REG-PRENOM-CONTROL.
           CLOSE F-PRENOM-CONTROL.
       *>  -------------------------------------------------------------
       *>  RECORRE PRENOMAP.TXT Y DEJA EN WS-PRE-ESTADO LA SITUACIÓN DE
       *>  LA PRE-NÓMINA DEL PERÍODO EN CURSO SEGÚN SU ÚLTIMO
       *>  MOVIMIENTO, CON LOS DATOS DEL CÁLCULO Y DE LA APROBACIÓN
       *>  -------------------------------------------------------------
       000-ESTADO-PRENOMINA.
           MOVE "N" TO WS-PRE-ESTADO.
           MOVE SPACES TO WS-PRE-CALC-USUARIO WS-PRE-APROB-USUARIO.
           MOVE ZERO TO WS-PRE-CALC-EMPLEADOS WS-PRE-CALC-ALERTAS.
           MOVE ZERO TO WS-PRE-CALC-NETO WS-PRE-APROB-NETO.
           MOVE ZERO TO WS-PRENOM-CONTROL-EOF.
           MOVE ZERO TO FS-PRENOM-CONTROL.
           OPEN INPUT F-PRENOM-CONTROL.
           IF FS-PRENOM-CONTROL = "00"
               PERFORM UNTIL PRENOM-CONTROL-EOF
                   READ F-PRENOM-CONTROL
                       AT END
                           SET PRENOM-CONTROL-EOF TO TRUE
                       NOT AT END
                           IF PNC-PERIODO = WS-PERIODO-ACTUAL
                               AND PNC-FRECUENCIA =
                                   WS-FRECUENCIA-NOMINA
                               AND PNC-SUBPERIODO = WS-SUBPERIODO
                               PERFORM 000-LEER-CONTROL-PRENOM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-PRENOM-CONTROL
           END-IF.
       *>  -------------------------------------------------------------
       *>  TOMA EL MOVIMIENTO DEL PERÍODO EN CURSO LEÍDO DE
       *>  PRENOMAP.TXT
       *>  -------------------------------------------------------------
       000-LEER-CONTROL-PRENOM.
           IF PNC-TIPO = "A"
               MOVE "A" TO WS-PRE-ESTADO
               MOVE PNC-USUARIO TO WS-PRE-APROB-USUARIO
               MOVE PNC-TOTAL-NETO TO WS-PRE-APROB-NETO
           ELSE
               MOVE "C" TO WS-PRE-ESTADO
               MOVE PNC-USUARIO TO WS-PRE-CALC-USUARIO
               MOVE PNC-EMPLEADOS TO WS-PRE-CALC-EMPLEADOS
               MOVE PNC-ALERTAS TO WS-PRE-CALC-ALERTAS
               MOVE PNC-TOTAL-NETO TO WS-PRE-CALC-NETO
           END-IF.
       *>  -------------------------------------------------------------
       *>  APROBACIÓN DE LA PRE-NÓMINA DEL PERÍODO (SÓLO
       *>  ADMINISTRADOR): MUESTRA EL RESUMEN DEL ÚLTIMO CÁLCULO Y, SI
       *>  SE CONFIRMA, LO APRUEBA Y LO DEJA EN LA BITÁCORA
       *>  -------------------------------------------------------------
       001-APROBAR-PRENOMINA.
           DISPLAY " ".
           DISPLAY "APROBAR PRE-NÓMINA DEL PERÍODO.".
           DISPLAY "========================================".
           PERFORM 000-DETERMINAR-PERIODO-NOMINA.
           PERFORM 000-ESTADO-PRENOMINA.
           EVALUATE WS-PRE-ESTADO
               WHEN "N"
                   DISPLAY "NO HAY PRE-NÓMINA CALCULADA PARA EL "
                       "PERÍODO " WS-ETIQUETA-PERIODO "."
               WHEN "A"
                   DISPLAY "LA PRE-NÓMINA DEL PERÍODO "
                       WS-ETIQUETA-PERIODO " YA FUE APROBADA POR "
                       WS-PRE-APROB-USUARIO
               WHEN OTHER
                   DISPLAY "CALCULADA POR: " WS-PRE-CALC-USUARIO
                   DISPLAY "EMPLEADOS: " WS-PRE-CALC-EMPLEADOS
                       " ALERTAS: " WS-PRE-CALC-ALERTAS
                   DISPLAY "NETO TOTAL: " WS-PRE-CALC-NETO
                   IF WS-PRE-CALC-ALERTAS > ZERO
                       DISPLAY "REVISE LAS ALERTAS DE PRENOMINA.TXT "
                           "ANTES DE APROBAR."
                   END-IF
                   DISPLAY "¿APRUEBA LA PRE-NÓMINA? (S/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRMACION
                   IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
                       PERFORM 000-GRABAR-APROBACION-PRENOM
                       DISPLAY "PRE-NÓMINA DEL PERÍODO "
                           WS-ETIQUETA-PERIODO " APROBADA."
                   ELSE
                       DISPLAY "OPERACIÓN CANCELADA."
                   END-IF
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  ANOTA LA APROBACIÓN ("A") CON LOS TOTALES DEL CÁLCULO
       *>  APROBADO Y LA REGISTRA EN LA BITÁCORA (OPERACIÓN "P", SIN
       *>  CÉDULA, MÁS UNA LÍNEA CON EL PERÍODO Y LOS TOTALES)
       *>  -------------------------------------------------------------
       000-GRABAR-APROBACION-PRENOM.
           MOVE "A" TO PNC-TIPO.
           MOVE WS-PRE-CALC-EMPLEADOS TO PNC-EMPLEADOS.
           MOVE WS-PRE-CALC-ALERTAS TO PNC-ALERTAS.
           MOVE WS-PRE-CALC-NETO TO PNC-TOTAL-NETO.
           PERFORM 000-GRABAR-CONTROL-PRENOM.
           MOVE ZERO TO WS-CI-EMPLEADO.
           MOVE "P" TO WS-BITACORA-OPERACION.
           PERFORM 000-REGISTRAR-BITACORA.
           MOVE ZERO TO FS-BITACORA.
           OPEN EXTEND F-BITACORA.
           MOVE SPACES TO WS-LINEA-BITACORA.
           STRING "  PRE-NÓMINA APROBADA: " DELIMITED BY SIZE
               WS-ETIQUETA-PERIODO DELIMITED BY SPACE
               " CALCULADA POR: " DELIMITED BY SIZE
               WS-PRE-CALC-USUARIO DELIMITED BY SPACE
               " EMPLEADOS: " DELIMITED BY SIZE
               WS-PRE-CALC-EMPLEADOS DELIMITED BY SIZE
               " ALERTAS: " DELIMITED BY SIZE
               WS-PRE-CALC-ALERTAS DELIMITED BY SIZE
               " NETO: " DELIMITED BY SIZE
               WS-PRE-CALC-NETO DELIMITED BY SIZE
               INTO WS-LINEA-BITACORA.
           WRITE REG-BITACORA FROM WS-LINEA-BITACORA.
           CLOSE F-BITACORA.
       *>  -------------------------------------------------------------
       *>  EXPORTACIÓN AL BANCO Y CIERRE RECHAZADOS POR FALTA DE
       *>  PRE-NÓMINA APROBADA (EN LA CORRIDA DESATENDIDA EL PASO
       *>  FALLA)
       *>  -------------------------------------------------------------
       000-RECHAZAR-SIN-PRENOMINA.
           IF WS-PRE-ESTADO = "C"
               DISPLAY "LA PRE-NÓMINA DEL PERÍODO "
                   WS-ETIQUETA-PERIODO
                   " ESTÁ PENDIENTE DE APROBACIÓN."
           ELSE
               DISPLAY "EL PERÍODO " WS-ETIQUETA-PERIODO
                   " NO TIENE PRE-NÓMINA CALCULADA."
           END-IF.
           DISPLAY "UN ADMINISTRADOR DEBE APROBAR LA PRE-NÓMINA "
               "ANTES DE CONTINUAR.".
           IF WS-MODO-BATCH = "S"
               MOVE 1 TO WS-FIN
           END-IF.
       *>  -------------------------------------------------------------
       *>  RECALCULA EL NETO TOTAL DEL PERÍODO EN CURSO CON LOS MISMOS
       *>  EMPLEADOS Y CÁLCULOS DE LA PRE-NÓMINA Y LO COTEJA CON EL
       *>  APROBADO: CUALQUIER CAMBIO POSTERIOR A LA APROBACIÓN
       *>  (MAESTRO, AUSENCIAS, ASIGNACIONES, CONCEPTOS, EMBARGOS,
       *>  TASA) DEJA "N" EN WS-PRE-NETO-VIGENTE Y RECHAZA LA OPERACIÓN
       *>  (EN LA CORRIDA DESATENDIDA EL PASO FALLA)
       *>  -------------------------------------------------------------
       000-VERIFICAR-NETO-APROBADO.
           MOVE "S" TO WS-PRE-NETO-VIGENTE.
           MOVE ZERO TO WS-PRE-TOTAL-BANCO.
           MOVE ZERO TO WS-EMPLEADOS-EOF.
           PERFORM 000-CARGAR-CONCEPTOS.
           PERFORM 000-BUSCAR-TASA-VIGENTE.
           PERFORM 000-ABRIR-EMPLEADOS.
           PERFORM UNTIL EMPLEADOS-EOF
               READ F-EMPLEADOS NEXT RECORD
                   AT END
                       SET EMPLEADOS-EOF TO TRUE
                   NOT AT END
                       PERFORM 000-FRECUENCIA-EMPLEADO
                       IF ESTADO-EMPLEADO OF REG-EMPLEADO NOT = "I"
                           AND WS-FRECUENCIA-EMP = WS-FRECUENCIA-NOMINA
                           PERFORM 000-APLICAR-TASA-EMPLEADO
                           PERFORM 000-CALCULAR-NETO
                           ADD WS-NETO TO WS-PRE-TOTAL-BANCO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 000-CIERRE-EMPLEADOS.
           IF WS-PRE-TOTAL-BANCO NOT = WS-PRE-APROB-NETO
               MOVE "N" TO WS-PRE-NETO-VIGENTE
               DISPLAY "EL NETO DEL PERÍODO " WS-ETIQUETA-PERIODO
                   " (" WS-PRE-TOTAL-BANCO ") DIFIERE DEL APROBADO "
                   "EN LA PRE-NÓMINA (" WS-PRE-APROB-NETO ")."
               DISPLAY "CALCULE DE NUEVO LA PRE-NÓMINA; UN "
                   "ADMINISTRADOR DEBE APROBARLA ANTES DE CONTINUAR."
               IF WS-MODO-BATCH = "S"
                   MOVE 1 TO WS-FIN
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  DOBLE CONTROL DE LOS CAMPOS SENSIBLES EN LA EDICIÓN: SI
       *>  CAMBIÓ EL SALARIO, LA MONEDA O EL SALARIO EN DIVISA, EL
       *>  BANCO, LA CUENTA, SU TIPO O LA FORMA DE PAGO, EL CAMBIO SE
       *>  ANEXA A CAMBIOS.TXT COMO PENDIENTE Y LOS CAMPOS VUELVEN A
       *>  SU VALOR ANTERIOR, DE MODO QUE EL MAESTRO NO CAMBIA HASTA QUE
       *>  OTRO ADMINISTRADOR LO APRUEBE. EN EL SALARIO ANCLADO A DIVISA
       *>  EL MONTO EN BOLÍVARES ES SÓLO EL EQUIVALENTE A LA TASA
       *>  VIGENTE: SE COMPARA EL SALARIO EN DIVISA Y EL EQUIVALENTE
       *>  REFRESCADO SE GRABA SIN APROBACIÓN
       *>  -------------------------------------------------------------
       000-PROPONER-CAMBIO-SENSIBLE.
           MOVE "N" TO WS-CAMBIO-SENSIBLE.
           IF (WS-MONTO-SALARIO NOT = WS-MONTO-SALARIO-ANTES
                       AND WS-MONEDA-SALARIO NOT = "D")
                   OR WS-MONEDA-SALARIO NOT = WS-MONEDA-SALARIO-ANTES
                   OR WS-SALARIO-DIVISA NOT = WS-SALARIO-DIVISA-ANTES
                   OR WS-CODIGO-BANCO NOT = WS-CODIGO-BANCO-ANTES
                   OR WS-CUENTA-BANCARIA NOT =
                       WS-CUENTA-BANCARIA-ANTES
                   OR WS-TIPO-CUENTA NOT = WS-TIPO-CUENTA-ANTES
                   OR WS-FORMA-PAGO NOT = WS-FORMA-PAGO-ANTES
               MOVE "S" TO WS-CAMBIO-SENSIBLE
           END-IF.
           IF WS-CAMBIO-SENSIBLE = "S"
               PERFORM 000-CARGAR-TABLA-CAMBIOS
               IF WS-CPT-CARGADOS >= 500
                   DISPLAY "LÍMITE DE 500 CAMBIOS EN CAMBIOS.TXT "
                       "ALCANZADO; LOS CAMBIOS DE SALARIO Y DE PAGO "
                       "NO SE REGISTRAN."
               ELSE
                   PERFORM 000-ANEXAR-CAMBIO-SENSIBLE
                   MOVE "Q" TO WS-BITACORA-OPERACION
                   PERFORM 000-REGISTRAR-BITACORA
                   PERFORM 000-BITACORA-CAMBIO-SENSIBLE
                   DISPLAY "LOS CAMBIOS DE SALARIO, BANCO, CUENTA O "
                       "FORMA DE PAGO QUEDAN PENDIENTES DE APROBACIÓN."
                   DISPLAY "CAMBIO No "
                       WS-CPT-NUMERO (WS-CPT-IDX)
                       ": DEBE APROBARLO UN ADMINISTRADOR DISTINTO."
               END-IF
               IF WS-MONEDA-SALARIO NOT = "D"
                       OR WS-MONEDA-SALARIO-ANTES NOT = "D"
                       OR WS-SALARIO-DIVISA NOT =
                           WS-SALARIO-DIVISA-ANTES
                   MOVE WS-MONTO-SALARIO-ANTES TO WS-MONTO-SALARIO
               END-IF
               MOVE WS-MONEDA-SALARIO-ANTES TO WS-MONEDA-SALARIO
               MOVE WS-SALARIO-DIVISA-ANTES TO WS-SALARIO-DIVISA
               MOVE WS-CODIGO-BANCO-ANTES TO WS-CODIGO-BANCO
               MOVE WS-CUENTA-BANCARIA-ANTES TO WS-CUENTA-BANCARIA
               MOVE WS-TIPO-CUENTA-ANTES TO WS-TIPO-CUENTA
               MOVE WS-FORMA-PAGO-ANTES TO WS-FORMA-PAGO
           END-IF.
       *>  -------------------------------------------------------------
       *>  ARMA LA PROPUESTA EN LA SIGUIENTE ENTRADA LIBRE DE LA TABLA
       *>  (WS-CPT-IDX) Y LA ANEXA A CAMBIOS.TXT. EL NÚMERO ES
       *>  AAAANNNN: AÑO EN CURSO Y CORRELATIVO DENTRO DEL AÑO
       *>  -------------------------------------------------------------
       000-ANEXAR-CAMBIO-SENSIBLE.
           PERFORM 000-FECHA-CAMBIOS.
           ADD 1 TO WS-CPT-CARGADOS.
           MOVE WS-CPT-CARGADOS TO WS-CPT-IDX.
           IF WS-CPT-ULTIMO < WS-CPT-INICIO-ANNO
               MOVE WS-CPT-INICIO-ANNO TO WS-CPT-ULTIMO
           END-IF.
           ADD 1 TO WS-CPT-ULTIMO.
           MOVE WS-CPT-ULTIMO TO WS-CPT-NUMERO (WS-CPT-IDX).
           MOVE WS-CI-EMPLEADO TO WS-CPT-CI (WS-CPT-IDX).
           MOVE "P" TO WS-CPT-ESTADO (WS-CPT-IDX).
           MOVE WS-USUARIO-ACTIVO TO WS-CPT-PROPUESTO-POR (WS-CPT-IDX).
           MOVE WS-CPT-FECHA-HOY TO WS-CPT-FECHA-PROPUESTA (WS-CPT-IDX).
           MOVE SPACES TO WS-CPT-RESUELTO-POR (WS-CPT-IDX).
           MOVE ZERO TO WS-CPT-FECHA-RESOLUCION (WS-CPT-IDX).
           MOVE WS-MONTO-SALARIO-ANTES
               TO WS-CPT-ANT-SALARIO (WS-CPT-IDX).
           MOVE WS-MONEDA-SALARIO-ANTES
               TO WS-CPT-ANT-MONEDA (WS-CPT-IDX).
           MOVE WS-SALARIO-DIVISA-ANTES
               TO WS-CPT-ANT-DIVISA (WS-CPT-IDX).
           MOVE WS-CODIGO-BANCO-ANTES TO WS-CPT-ANT-BANCO (WS-CPT-IDX).
           MOVE WS-CUENTA-BANCARIA-ANTES
               TO WS-CPT-ANT-CUENTA (WS-CPT-IDX).
           MOVE WS-TIPO-CUENTA-ANTES
               TO WS-CPT-ANT-TIPO-CUENTA (WS-CPT-IDX).
           MOVE WS-FORMA-PAGO-ANTES
               TO WS-CPT-ANT-FORMA-PAGO (WS-CPT-IDX).
           MOVE WS-MONTO-SALARIO TO WS-CPT-NVO-SALARIO (WS-CPT-IDX).
           MOVE WS-MONEDA-SALARIO TO WS-CPT-NVO-MONEDA (WS-CPT-IDX).
           MOVE WS-SALARIO-DIVISA TO WS-CPT-NVO-DIVISA (WS-CPT-IDX).
           MOVE WS-CODIGO-BANCO TO WS-CPT-NVO-BANCO (WS-CPT-IDX).
           MOVE WS-CUENTA-BANCARIA TO WS-CPT-NVO-CUENTA (WS-CPT-IDX).
           MOVE WS-TIPO-CUENTA TO WS-CPT-NVO-TIPO-CUENTA (WS-CPT-IDX).
           MOVE WS-FORMA-PAGO TO WS-CPT-NVO-FORMA-PAGO (WS-CPT-IDX).
           MOVE ZERO TO FS-CAMBIOS.
           OPEN EXTEND F-CAMBIOS.
           *> EN LA PRIMERA PROPUESTA EL ARCHIVO AÚN NO EXISTE Y EL
           *> OPEN EXTEND DEVUELVE 35 SIN CREARLO
           IF FS-CAMBIOS = "35"
               OPEN OUTPUT F-CAMBIOS
               CLOSE F-CAMBIOS
               OPEN EXTEND F-CAMBIOS
           END-IF.
           MOVE WS-CPT-ENTRADA (WS-CPT-IDX) TO REG-CAMBIO-SENSIBLE.
           WRITE REG-CAMBIO-SENSIBLE.
           CLOSE F-CAMBIOS.
       *>  -------------------------------------------------------------
       *>  FECHA DE HOY AAAAMMDD Y PRIMER NÚMERO DEL AÑO EN CURSO
       *>  -------------------------------------------------------------
       000-FECHA-CAMBIOS.
           COMPUTE WS-CPT-FECHA-HOY = WS-ANNO-EXTENDIDO * 10000
               + WS-FECHA-MES * 100 + WS-FECHA-DIA.
           COMPUTE WS-CPT-INICIO-ANNO = WS-ANNO-EXTENDIDO * 10000.
       *>  -------------------------------------------------------------
       *>  CARGA CAMBIOS.TXT COMPLETO EN WS-TABLA-CAMBIOS (HASTA 500) Y
       *>  DEJA EN WS-CPT-ULTIMO EL MAYOR NÚMERO DE CAMBIO USADO
       *>  -------------------------------------------------------------
       000-CARGAR-TABLA-CAMBIOS.
           MOVE ZERO TO WS-CPT-CARGADOS.
           MOVE ZERO TO WS-CPT-ULTIMO.
           MOVE ZERO TO WS-CAMBIOS-EOF.
           MOVE ZERO TO FS-CAMBIOS.
           OPEN INPUT F-CAMBIOS.
           IF FS-CAMBIOS = "00"
               PERFORM UNTIL CAMBIOS-EOF
                   READ F-CAMBIOS
                       AT END
                           SET CAMBIOS-EOF TO TRUE
                       NOT AT END
                           IF WS-CPT-CARGADOS < 500
                               ADD 1 TO WS-CPT-CARGADOS
                               MOVE REG-CAMBIO-SENSIBLE
                                   TO WS-CPT-ENTRADA (WS-CPT-CARGADOS)
                               IF CSE-NUMERO > WS-CPT-ULTIMO
                                   MOVE CSE-NUMERO TO WS-CPT-ULTIMO
                               END-IF
                           ELSE
                               DISPLAY "ADVERTENCIA: CAMBIOS.TXT "
                                   "EXCEDE 500 CAMBIOS; EL EXCEDENTE "
                                   "NO SE CARGA."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-CAMBIOS
           END-IF.
       *>  -------------------------------------------------------------
       *>  REESCRIBE CAMBIOS.TXT DESDE LA TABLA EN MEMORIA. LOS CAMBIOS
       *>  RESUELTOS EN AÑOS ANTERIORES NO SE CONSERVAN: SU RASTRO
       *>  COMPLETO QUEDA EN BITACORA.TXT
       *>  -------------------------------------------------------------
       000-REESCRIBIR-CAMBIOS.
           PERFORM 000-FECHA-CAMBIOS.
           MOVE ZERO TO FS-CAMBIOS.
           OPEN OUTPUT F-CAMBIOS.
           MOVE 1 TO WS-CPT-IDX.
           PERFORM 000-GRABAR-CAMBIO-SENSIBLE
               UNTIL WS-CPT-IDX > WS-CPT-CARGADOS.
           CLOSE F-CAMBIOS.
       *>  -------------------------------------------------------------
       *>  GRABA LA ENTRADA WS-CPT-IDX EN CAMBIOS.TXT SI SIGUE PENDIENTE
       *>  O SE RESOLVIÓ EN EL AÑO EN CURSO, Y AVANZA
       *>  -------------------------------------------------------------
       000-GRABAR-CAMBIO-SENSIBLE.
           IF WS-CPT-ESTADO (WS-CPT-IDX) = "P"
                   OR WS-CPT-FECHA-RESOLUCION (WS-CPT-IDX) >
                       WS-CPT-INICIO-ANNO
               MOVE WS-CPT-ENTRADA (WS-CPT-IDX) TO REG-CAMBIO-SENSIBLE
               WRITE REG-CAMBIO-SENSIBLE
           END-IF.
           ADD 1 TO WS-CPT-IDX.
       *>  -------------------------------------------------------------
       *>  ARMA EN WS-TABLA-LINEAS-CAMBIO UNA LÍNEA "CAMPO: ANTES ->
       *>  DESPUÉS" POR CADA CAMPO QUE CAMBIA EN LA ENTRADA WS-CPT-IDX
       *>  -------------------------------------------------------------
       000-ARMAR-LINEAS-CAMBIO.
           MOVE ZERO TO WS-CPL-CANT.
           MOVE SPACES TO WS-TABLA-LINEAS-CAMBIO.
           IF WS-CPT-ANT-SALARIO (WS-CPT-IDX) NOT =
                   WS-CPT-NVO-SALARIO (WS-CPT-IDX)
               ADD 1 TO WS-CPL-CANT
               STRING "  MONTO-SALARIO: " DELIMITED BY SIZE
                   WS-CPT-ANT-SALARIO (WS-CPT-IDX) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-CPT-NVO-SALARIO (WS-CPT-IDX) DELIMITED BY SIZE
                   INTO WS-CPL-LINEA (WS-CPL-CANT)
           END-IF.
           IF WS-CPT-ANT-MONEDA (WS-CPT-IDX) NOT =
                   WS-CPT-NVO-MONEDA (WS-CPT-IDX)
               ADD 1 TO WS-CPL-CANT
               STRING "  MONEDA-SALARIO: " DELIMITED BY SIZE
                   WS-CPT-ANT-MONEDA (WS-CPT-IDX) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-CPT-NVO-MONEDA (WS-CPT-IDX) DELIMITED BY SIZE
                   INTO WS-CPL-LINEA (WS-CPL-CANT)
           END-IF.
           IF WS-CPT-ANT-DIVISA (WS-CPT-IDX) NOT =
                   WS-CPT-NVO-DIVISA (WS-CPT-IDX)
               ADD 1 TO WS-CPL-CANT
               STRING "  SALARIO-DIVISA: " DELIMITED BY SIZE
                   WS-CPT-ANT-DIVISA (WS-CPT-IDX) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-CPT-NVO-DIVISA (WS-CPT-IDX) DELIMITED BY SIZE
                   INTO WS-CPL-LINEA (WS-CPL-CANT)
           END-IF.
           IF WS-CPT-ANT-BANCO (WS-CPT-IDX) NOT =
                   WS-CPT-NVO-BANCO (WS-CPT-IDX)
               ADD 1 TO WS-CPL-CANT
               STRING "  CODIGO-BANCO: " DELIMITED BY SIZE
                   WS-CPT-ANT-BANCO (WS-CPT-IDX) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-CPT-NVO-BANCO (WS-CPT-IDX) DELIMITED BY SIZE
                   INTO WS-CPL-LINEA (WS-CPL-CANT)
           END-IF.
           IF WS-CPT-ANT-CUENTA (WS-CPT-IDX) NOT =
                   WS-CPT-NVO-CUENTA (WS-CPT-IDX)
               ADD 1 TO WS-CPL-CANT
               STRING "  CUENTA-BANCARIA: " DELIMITED BY SIZE
                   WS-CPT-ANT-CUENTA (WS-CPT-IDX) DELIMITED BY "  "
                   " -> " DELIMITED BY SIZE
                   WS-CPT-NVO-CUENTA (WS-CPT-IDX) DELIMITED BY "  "
                   INTO WS-CPL-LINEA (WS-CPL-CANT)
           END-IF.
           IF WS-CPT-ANT-TIPO-CUENTA (WS-CPT-IDX) NOT =
                   WS-CPT-NVO-TIPO-CUENTA (WS-CPT-IDX)
               ADD 1 TO WS-CPL-CANT
               STRING "  TIPO-CUENTA: " DELIMITED BY SIZE
                   WS-CPT-ANT-TIPO-CUENTA (WS-CPT-IDX)
                       DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-CPT-NVO-TIPO-CUENTA (WS-CPT-IDX)
                       DELIMITED BY SIZE
                   INTO WS-CPL-LINEA (WS-CPL-CANT)
           END-IF.
           IF WS-CPT-ANT-FORMA-PAGO (WS-CPT-IDX) NOT =
                   WS-CPT-NVO-FORMA-PAGO (WS-CPT-IDX)
               ADD 1 TO WS-CPL-CANT
               STRING "  FORMA-PAGO: " DELIMITED BY SIZE
                   WS-CPT-ANT-FORMA-PAGO (WS-CPT-IDX)
                       DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-CPT-NVO-FORMA-PAGO (WS-CPT-IDX)
                       DELIMITED BY SIZE
                   INTO WS-CPL-LINEA (WS-CPL-CANT)
           END-IF.
       *>  -------------------------------------------------------------
       *>  ANEXA A BITACORA.TXT EL DETALLE DE LA ENTRADA WS-CPT-IDX:
       *>  NÚMERO, ESTADO, QUIÉN LO PROPUSO, QUIÉN LO RESOLVIÓ Y UNA
       *>  LÍNEA POR CAMPO CON SUS VALORES ANTES/DESPUÉS
       *>  -------------------------------------------------------------
       000-BITACORA-CAMBIO-SENSIBLE.
           EVALUATE WS-CPT-ESTADO (WS-CPT-IDX)
               WHEN "A"
                   MOVE "APROBADO" TO WS-CPT-ESTADO-TEXTO
               WHEN "R"
                   MOVE "RECHAZADO" TO WS-CPT-ESTADO-TEXTO
               WHEN "V"
                   MOVE "VENCIDO" TO WS-CPT-ESTADO-TEXTO
               WHEN OTHER
                   MOVE "PROPUESTO" TO WS-CPT-ESTADO-TEXTO
           END-EVALUATE.
           PERFORM 000-ARMAR-LINEAS-CAMBIO.
           MOVE ZERO TO FS-BITACORA.
           OPEN EXTEND F-BITACORA.
           IF FS-BITACORA = "35"
               OPEN OUTPUT F-BITACORA
               CLOSE F-BITACORA
               OPEN EXTEND F-BITACORA
           END-IF.
           MOVE SPACES TO WS-LINEA-BITACORA.
           IF WS-CPT-RESUELTO-POR (WS-CPT-IDX) = SPACES
               STRING "  CAMBIO SENSIBLE No " DELIMITED BY SIZE
                   WS-CPT-NUMERO (WS-CPT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CPT-ESTADO-TEXTO DELIMITED BY SPACE
                   " POR: " DELIMITED BY SIZE
                   WS-CPT-PROPUESTO-POR (WS-CPT-IDX)
                       DELIMITED BY SPACE
                   INTO WS-LINEA-BITACORA
           ELSE
               STRING "  CAMBIO SENSIBLE No " DELIMITED BY SIZE
                   WS-CPT-NUMERO (WS-CPT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CPT-ESTADO-TEXTO DELIMITED BY SPACE
                   " PROPUESTO POR: " DELIMITED BY SIZE
                   WS-CPT-PROPUESTO-POR (WS-CPT-IDX)
                       DELIMITED BY SPACE
                   " RESUELTO POR: " DELIMITED BY SIZE
                   WS-CPT-RESUELTO-POR (WS-CPT-IDX)
                       DELIMITED BY SPACE
                   INTO WS-LINEA-BITACORA
           END-IF.
           WRITE REG-BITACORA FROM WS-LINEA-BITACORA.
           MOVE 1 TO WS-CPL-IDX.
           PERFORM 000-ESCRIBIR-LINEA-CAMBIO
               UNTIL WS-CPL-IDX > WS-CPL-CANT.
           CLOSE F-BITACORA.
       *>  -------------------------------------------------------------
       *>  ESCRIBE EN BITACORA.TXT LA LÍNEA WS-CPL-IDX Y AVANZA
       *>  -------------------------------------------------------------
       000-ESCRIBIR-LINEA-CAMBIO.
           WRITE REG-BITACORA FROM WS-CPL-LINEA (WS-CPL-IDX).
           ADD 1 TO WS-CPL-IDX.
       *>  -------------------------------------------------------------
       *>  REGISTRA LA RESOLUCIÓN DE LA ENTRADA WS-CPT-IDX EN LA
       *>  BITÁCORA BAJO LOS DOS USUARIOS: EL QUE LA RESUELVE (USUARIO
       *>  ACTIVO) Y EL QUE LA PROPUSO, MÁS EL DETALLE DEL CAMBIO
       *>  -------------------------------------------------------------
       000-BITACORA-DOBLE-CAMBIO.
           MOVE WS-CPT-CI (WS-CPT-IDX) TO WS-CI-EMPLEADO.
           PERFORM 000-REGISTRAR-BITACORA.
           MOVE WS-USUARIO-ACTIVO TO WS-CPT-USUARIO-GUARDADO.
           MOVE WS-CPT-PROPUESTO-POR (WS-CPT-IDX)
               TO WS-USUARIO-ACTIVO.
           PERFORM 000-REGISTRAR-BITACORA.
           MOVE WS-CPT-USUARIO-GUARDADO TO WS-USUARIO-ACTIVO.
           PERFORM 000-BITACORA-CAMBIO-SENSIBLE.
       *>  -------------------------------------------------------------
       *>  MUESTRA EN PANTALLA LA ENTRADA WS-CPT-IDX CON SUS CAMPOS
       *>  ANTES/DESPUÉS
       *>  -------------------------------------------------------------
       000-MOSTRAR-CAMBIO-SENSIBLE.
           DISPLAY "CAMBIO PENDIENTE No " WS-CPT-NUMERO (WS-CPT-IDX)
               " CÉDULA: " WS-CPT-CI (WS-CPT-IDX).
           DISPLAY "  PROPUESTO POR: " WS-CPT-PROPUESTO-POR (WS-CPT-IDX)
               " EL " WS-CPT-FECHA-PROPUESTA (WS-CPT-IDX).
           PERFORM 000-ARMAR-LINEAS-CAMBIO.
           MOVE 1 TO WS-CPL-IDX.
           PERFORM 000-MOSTRAR-LINEA-CAMBIO
               UNTIL WS-CPL-IDX > WS-CPL-CANT.
       *>  -------------------------------------------------------------
       *>  MUESTRA LA LÍNEA WS-CPL-IDX DEL CAMBIO Y AVANZA
       *>  -------------------------------------------------------------
       000-MOSTRAR-LINEA-CAMBIO.
           DISPLAY WS-CPL-LINEA (WS-CPL-IDX).
           ADD 1 TO WS-CPL-IDX.
       *>  -------------------------------------------------------------
       *>  MUESTRA LOS CAMBIOS PENDIENTES DE APROBACIÓN DEL EMPLEADO
       *>  WS-CI-EMPLEADO (CONSULTA)
       *>  -------------------------------------------------------------
       000-MOSTRAR-CAMBIOS-EMPLEADO.
           PERFORM 000-CARGAR-TABLA-CAMBIOS.
           MOVE 1 TO WS-CPT-IDX.
           PERFORM 000-MOSTRAR-CAMBIO-CI
               UNTIL WS-CPT-IDX > WS-CPT-CARGADOS.
       *>  -------------------------------------------------------------
       *>  MUESTRA LA ENTRADA WS-CPT-IDX SI ES UN CAMBIO PENDIENTE DEL
       *>  EMPLEADO CONSULTADO Y AVANZA
       *>  -------------------------------------------------------------
       000-MOSTRAR-CAMBIO-CI.
           IF WS-CPT-CI (WS-CPT-IDX) = WS-CI-EMPLEADO
                   AND WS-CPT-ESTADO (WS-CPT-IDX) = "P"
               PERFORM 000-MOSTRAR-CAMBIO-SENSIBLE
           END-IF.
           ADD 1 TO WS-CPT-IDX.
       *>  -------------------------------------------------------------
       *>  BUSCA EN LA TABLA UN CAMBIO PENDIENTE DE LA CÉDULA
       *>  WS-CI-EMPLEADO (WS-CPT-HALLADO = "S")
       *>  -------------------------------------------------------------
       000-BUSCAR-CAMBIO-PENDIENTE-CI.
           MOVE "N" TO WS-CPT-HALLADO.
           MOVE 1 TO WS-CPT-IDX.
           PERFORM UNTIL WS-CPT-IDX > WS-CPT-CARGADOS
                   OR WS-CPT-HALLADO = "S"
               IF WS-CPT-CI (WS-CPT-IDX) = WS-CI-EMPLEADO
                       AND WS-CPT-ESTADO (WS-CPT-IDX) = "P"
                   MOVE "S" TO WS-CPT-HALLADO
               ELSE
                   ADD 1 TO WS-CPT-IDX
               END-IF
           END-PERFORM.
       *>  -------------------------------------------------------------
       *>  RUTINA PARA APROBAR O RECHAZAR LOS CAMBIOS SENSIBLES
       *>  PENDIENTES. SÓLO UN ADMINISTRADOR DISTINTO DE QUIEN PROPUSO
       *>  EL CAMBIO PUEDE RESOLVERLO, Y SÓLO AL APROBARLO SE ACTUALIZA
       *>  EL MAESTRO
       *>  -------------------------------------------------------------
       001-APROBAR-CAMBIOS.
           DISPLAY " ".
           DISPLAY "APROBACIÓN DE CAMBIOS SENSIBLES PENDIENTES.".
           DISPLAY "========================================".
           MOVE ZERO TO WS-FIN-CAMBIOS.
           PERFORM 000-MENU-CAMBIOS-PENDIENTES
               UNTIL WS-FIN-CAMBIOS = 1.
       *>  -------------------------------------------------------------
       *>  LISTA LOS CAMBIOS PENDIENTES Y PIDE EL NÚMERO A RESOLVER
       *>  -------------------------------------------------------------
       000-MENU-CAMBIOS-PENDIENTES.
           PERFORM 000-CARGAR-TABLA-CAMBIOS.
           MOVE ZERO TO WS-CPT-PENDIENTES.
           MOVE 1 TO WS-CPT-IDX.
           PERFORM 000-LISTAR-CAMBIO-PENDIENTE
               UNTIL WS-CPT-IDX > WS-CPT-CARGADOS.
           IF WS-CPT-PENDIENTES = ZERO
               DISPLAY "NO HAY CAMBIOS PENDIENTES DE APROBACIÓN."
               MOVE 1 TO WS-FIN-CAMBIOS
           ELSE
               DISPLAY " "
               DISPLAY "CAMBIO No A RESOLVER (0 = SALIR): "
                   WITH NO ADVANCING
               ACCEPT WS-CPT-NUMERO-BUSCADO
               IF WS-CPT-NUMERO-BUSCADO = ZERO
                   MOVE 1 TO WS-FIN-CAMBIOS
               ELSE
                   PERFORM 000-RESOLVER-CAMBIO-SENSIBLE
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  MUESTRA LA ENTRADA WS-CPT-IDX SI ESTÁ PENDIENTE Y AVANZA
       *>  -------------------------------------------------------------
       000-LISTAR-CAMBIO-PENDIENTE.
           IF WS-CPT-ESTADO (WS-CPT-IDX) = "P"
               ADD 1 TO WS-CPT-PENDIENTES
               DISPLAY " "
               PERFORM 000-MOSTRAR-CAMBIO-SENSIBLE
           END-IF.
           ADD 1 TO WS-CPT-IDX.
       *>  -------------------------------------------------------------
       *>  LOCALIZA EL CAMBIO PENDIENTE WS-CPT-NUMERO-BUSCADO, EXIGE UN
       *>  ADMINISTRADOR DISTINTO DEL QUE LO PROPUSO Y LO APRUEBA O
       *>  RECHAZA SEGÚN SE INDIQUE
       *>  -------------------------------------------------------------
       000-RESOLVER-CAMBIO-SENSIBLE.
           MOVE "N" TO WS-CPT-HALLADO.
           MOVE 1 TO WS-CPT-IDX.
           PERFORM UNTIL WS-CPT-IDX > WS-CPT-CARGADOS
                   OR WS-CPT-HALLADO = "S"
               IF WS-CPT-NUMERO (WS-CPT-IDX) = WS-CPT-NUMERO-BUSCADO
                       AND WS-CPT-ESTADO (WS-CPT-IDX) = "P"
                   MOVE "S" TO WS-CPT-HALLADO
               ELSE
                   ADD 1 TO WS-CPT-IDX
               END-IF
           END-PERFORM.
           IF WS-CPT-HALLADO = "N"
               DISPLAY "CAMBIO INEXISTENTE O YA RESUELTO."
           ELSE
               IF WS-CPT-PROPUESTO-POR (WS-CPT-IDX) =
                       WS-USUARIO-ACTIVO
                   DISPLAY "EL CAMBIO DEBE RESOLVERLO UN "
                       "ADMINISTRADOR DISTINTO DE QUIEN LO PROPUSO."
               ELSE
                   DISPLAY " "
                   PERFORM 000-MOSTRAR-CAMBIO-SENSIBLE
                   DISPLAY "(A)PROBAR, (R)ECHAZAR O ENTER PARA "
                       "VOLVER: " WITH NO ADVANCING
                   MOVE SPACE TO WS-CPT-DECISION
                   ACCEPT WS-CPT-DECISION
                   EVALUATE WS-CPT-DECISION
                       WHEN "A"
                       WHEN "a"
                           PERFORM 000-APROBAR-CAMBIO-SENSIBLE
                       WHEN "R"
                       WHEN "r"
                           PERFORM 000-RECHAZAR-CAMBIO-SENSIBLE
                       WHEN OTHER
                           DISPLAY "EL CAMBIO SIGUE PENDIENTE."
                   END-EVALUATE
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  APRUEBA LA ENTRADA WS-CPT-IDX: SÓLO SI EL MAESTRO CONSERVA
       *>  LOS VALORES QUE TENÍA AL PROPONERSE EL CAMBIO, APLICA LOS
       *>  NUEVOS Y REESCRIBE EL EMPLEADO
       *>  -------------------------------------------------------------
       000-APROBAR-CAMBIO-SENSIBLE.
           MOVE WS-CPT-CI (WS-CPT-IDX) TO WS-CEDULA.
           PERFORM 000-LOCALIZAR-EMPLEADO.
           IF WS-ENCONTRADO = "N"
               DISPLAY "EL EMPLEADO YA NO ESTÁ EN EL MAESTRO; "
                   "EL CAMBIO SE RECHAZA."
               PERFORM 000-RECHAZAR-CAMBIO-SENSIBLE
           ELSE
               *> MISMA NORMALIZACIÓN QUE LA EDICIÓN HACE ANTES DE
               *> GUARDAR LOS VALORES ANTERIORES
               IF WS-MONEDA-SALARIO NOT = "B"
                       AND WS-MONEDA-SALARIO NOT = "D"
                   MOVE "B" TO WS-MONEDA-SALARIO
               END-IF
               IF WS-SALARIO-DIVISA NOT NUMERIC
                   MOVE ZERO TO WS-SALARIO-DIVISA
               END-IF
               *> EN EL SALARIO ANCLADO A DIVISA EL MONTO EN BOLÍVARES
               *> ES SÓLO EL EQUIVALENTE Y PUEDE HABERSE REFRESCADO
               MOVE "S" TO WS-CAMBIO-VIGENTE
               IF (WS-MONTO-SALARIO NOT =
                           WS-CPT-ANT-SALARIO (WS-CPT-IDX)
                           AND WS-MONEDA-SALARIO NOT = "D")
                       OR WS-MONEDA-SALARIO NOT =
                           WS-CPT-ANT-MONEDA (WS-CPT-IDX)
                       OR WS-SALARIO-DIVISA NOT =
                           WS-CPT-ANT-DIVISA (WS-CPT-IDX)
                       OR WS-CODIGO-BANCO NOT =
                           WS-CPT-ANT-BANCO (WS-CPT-IDX)
                       OR WS-CUENTA-BANCARIA NOT =
                           WS-CPT-ANT-CUENTA (WS-CPT-IDX)
                       OR WS-TIPO-CUENTA NOT =
                           WS-CPT-ANT-TIPO-CUENTA (WS-CPT-IDX)
                       OR WS-FORMA-PAGO NOT =
                           WS-CPT-ANT-FORMA-PAGO (WS-CPT-IDX)
                   MOVE "N" TO WS-CAMBIO-VIGENTE
               END-IF
               IF WS-CAMBIO-VIGENTE = "N"
                   DISPLAY "EL MAESTRO CAMBIÓ DESPUÉS DE LA "
                       "PROPUESTA; RECHACE ESTE CAMBIO Y "
                       "PROPÓNGALO DE NUEVO."
               ELSE
                   MOVE WS-CPT-NVO-SALARIO (WS-CPT-IDX)
                       TO WS-MONTO-SALARIO
                   MOVE WS-CPT-NVO-MONEDA (WS-CPT-IDX)
                       TO WS-MONEDA-SALARIO
                   MOVE WS-CPT-NVO-DIVISA (WS-CPT-IDX)
                       TO WS-SALARIO-DIVISA
                   MOVE WS-CPT-NVO-BANCO (WS-CPT-IDX)
                       TO WS-CODIGO-BANCO
                   MOVE WS-CPT-NVO-CUENTA (WS-CPT-IDX)
                       TO WS-CUENTA-BANCARIA
                   MOVE WS-CPT-NVO-TIPO-CUENTA (WS-CPT-IDX)
                       TO WS-TIPO-CUENTA
                   MOVE WS-CPT-NVO-FORMA-PAGO (WS-CPT-IDX)
                       TO WS-FORMA-PAGO
                   PERFORM 000-REESCRIBIR-EMPLEADO
                   PERFORM 000-FECHA-CAMBIOS
                   MOVE "A" TO WS-CPT-ESTADO (WS-CPT-IDX)
                   MOVE WS-USUARIO-ACTIVO
                       TO WS-CPT-RESUELTO-POR (WS-CPT-IDX)
                   MOVE WS-CPT-FECHA-HOY
                       TO WS-CPT-FECHA-RESOLUCION (WS-CPT-IDX)
                   MOVE "V" TO WS-BITACORA-OPERACION
                   PERFORM 000-BITACORA-DOBLE-CAMBIO
                   PERFORM 000-REESCRIBIR-CAMBIOS
                   DISPLAY "CAMBIO APROBADO Y APLICADO AL MAESTRO."
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  RECHAZA LA ENTRADA WS-CPT-IDX; EL MAESTRO NO SE TOCA
       *>  -------------------------------------------------------------
       000-RECHAZAR-CAMBIO-SENSIBLE.
           PERFORM 000-FECHA-CAMBIOS.
           MOVE "R" TO WS-CPT-ESTADO (WS-CPT-IDX).
           MOVE WS-USUARIO-ACTIVO TO WS-CPT-RESUELTO-POR (WS-CPT-IDX).
           MOVE WS-CPT-FECHA-HOY
               TO WS-CPT-FECHA-RESOLUCION (WS-CPT-IDX).
           MOVE "R" TO WS-BITACORA-OPERACION.
           PERFORM 000-BITACORA-DOBLE-CAMBIO.
           PERFORM 000-REESCRIBIR-CAMBIOS.
           DISPLAY "CAMBIO RECHAZADO.".
       *>  -------------------------------------------------------------
       *>  AL REGISTRAR LA NÓMINA VENCEN LOS CAMBIOS PENDIENTES DE LOS
       *>  EMPLEADOS DE SU FRECUENCIA (Y DE LOS EGRESADOS O YA FUERA
       *>  DEL MAESTRO): LO NO APROBADO ANTES DE LA NÓMINA NO SE APLICA
       *>  Y DEBE PROPONERSE DE NUEVO
       *>  -------------------------------------------------------------
       000-VENCER-CAMBIOS-PENDIENTES.
           PERFORM 000-CARGAR-TABLA-CAMBIOS.
           PERFORM 000-FECHA-CAMBIOS.
           MOVE ZERO TO WS-CPT-VENCIDOS.
           MOVE 1 TO WS-CPT-IDX.
           PERFORM 000-VENCER-CAMBIO-SENSIBLE
               UNTIL WS-CPT-IDX > WS-CPT-CARGADOS.
           IF WS-CPT-VENCIDOS > ZERO
               PERFORM 000-REESCRIBIR-CAMBIOS
               DISPLAY "CAMBIOS SENSIBLES VENCIDOS SIN APROBAR: "
                   WS-CPT-VENCIDOS
           END-IF.
       *>  -------------------------------------------------------------
       *>  VENCE LA ENTRADA WS-CPT-IDX SI ESTÁ PENDIENTE Y SU EMPLEADO
       *>  COBRA EN ESTA NÓMINA O YA NO COBRA, Y AVANZA
       *>  -------------------------------------------------------------
       000-VENCER-CAMBIO-SENSIBLE.
           IF WS-CPT-ESTADO (WS-CPT-IDX) = "P"
               MOVE WS-CPT-CI (WS-CPT-IDX) TO WS-CEDULA
               PERFORM 000-LOCALIZAR-EMPLEADO
               MOVE "S" TO WS-CPT-VENCE
               IF WS-ENCONTRADO = "S" AND WS-ESTADO-EMPLEADO NOT = "I"
                   IF WS-FRECUENCIA-PAGO NOT = "Q"
                           AND WS-FRECUENCIA-PAGO NOT = "S"
                       MOVE "M" TO WS-FRECUENCIA-PAGO
                   END-IF
                   IF WS-FRECUENCIA-PAGO NOT = WS-FRECUENCIA-NOMINA
                       MOVE "N" TO WS-CPT-VENCE
                   END-IF
               END-IF
               IF WS-CPT-VENCE = "S"
                   MOVE "V" TO WS-CPT-ESTADO (WS-CPT-IDX)
                   MOVE WS-USUARIO-ACTIVO
                       TO WS-CPT-RESUELTO-POR (WS-CPT-IDX)
                   MOVE WS-CPT-FECHA-HOY
                       TO WS-CPT-FECHA-RESOLUCION (WS-CPT-IDX)
                   MOVE "X" TO WS-BITACORA-OPERACION
                   PERFORM 000-BITACORA-DOBLE-CAMBIO
                   ADD 1 TO WS-CPT-VENCIDOS
               END-IF
           END-IF.
           ADD 1 TO WS-CPT-IDX.
       *>  -------------------------------------------------------------
       *>  PROYECCIÓN DEL COSTO LABORAL: CALCULA MES A MES, PARA LOS
       *>  EMPLEADOS ACTIVOS DEL MAESTRO, EL SALARIO, LAS DEDUCCIONES
       *>  (SSO Y CONCEPTOS), LA AMORTIZACIÓN DE LOS PRÉSTAMOS Y LOS
       *>  PASIVOS QUE SE CAUSAN (PRESTACIONES TRIMESTRALES, UTILIDADES
       *>  EN DICIEMBRE Y BONO VACACIONAL EN EL ANIVERSARIO DE INGRESO),
       *>  CON EL COSTO BAJO UNO O MÁS ESCENARIOS DE TASA DE CAMBIO
       *>  PARA LOS SALARIOS ANCLADOS A DIVISA. SÓLO LEE LOS ARCHIVOS;
       *>  EL RESULTADO VA A PROYECCION.TXT
       *>  -------------------------------------------------------------
       001-PROYECCION-COSTO.
           DISPLAY " ".
           DISPLAY "PROYECCIÓN DEL COSTO LABORAL POR DEPARTAMENTO.".
           DISPLAY "========================================".
           PERFORM 000-BUSCAR-TASA-VIGENTE.
           COMPUTE WS-PRY-PERIODO-HOY =
               WS-ANNO-EXTENDIDO * 100 + WS-FECHA-MES.
           PERFORM 000-PARAMETROS-PROYECCION.
           IF WS-PRY-VALIDO = "S"
               PERFORM 000-GENERAR-PROYECCION
           ELSE
               IF WS-MODO-BATCH = "S"
                   MOVE 1 TO WS-FIN
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  PIDE (O TOMA DE LOS PARÁMETROS DE LA CORRIDA DESATENDIDA) EL
       *>  MES INICIAL, LA CANTIDAD DE MESES, LOS DÍAS DE UTILIDADES Y
       *>  LOS ESCENARIOS DE TASA, Y LOS VALIDA (WS-PRY-VALIDO)
       *>  -------------------------------------------------------------
       000-PARAMETROS-PROYECCION.
           MOVE "S" TO WS-PRY-VALIDO.
           *> EN LA CORRIDA DESATENDIDA LOS TRES VALORES LLEGAN COMO
           *> PARÁMETROS DEL PASO (CERO = VALOR POR DEFECTO)
           IF WS-MODO-BATCH NOT = "S"
               DISPLAY "MES INICIAL AAAAMM (0 = PRÓXIMO MES): "
                   WITH NO ADVANCING
               ACCEPT WS-PRY-DESDE
               DISPLAY "CANTIDAD DE MESES (1-24, 0 = 12): "
                   WITH NO ADVANCING
               ACCEPT WS-PRY-MESES
               DISPLAY "DÍAS DE UTILIDADES (1-120, 0 = "
                   WS-PRY-DIAS-UTIL-DEFECTO "): " WITH NO ADVANCING
               ACCEPT WS-PRY-DIAS-UTIL
           END-IF.
           IF WS-PRY-DESDE = ZERO
               MOVE WS-PRY-PERIODO-HOY TO WS-PRY-PERIODO-MES
               PERFORM 000-AVANZAR-MES-PROYECCION
               MOVE WS-PRY-PERIODO-MES TO WS-PRY-DESDE
           END-IF.
           IF WS-PRY-MESES = ZERO
               MOVE 12 TO WS-PRY-MESES
           END-IF.
           IF WS-PRY-DIAS-UTIL = ZERO
               MOVE WS-PRY-DIAS-UTIL-DEFECTO TO WS-PRY-DIAS-UTIL
           END-IF.
           MOVE WS-PRY-DESDE TO WS-PRY-PERIODO-MES.
           IF WS-PRY-MES < 1 OR WS-PRY-MES > 12
                   OR WS-PRY-DESDE < WS-PRY-PERIODO-HOY
               DISPLAY "MES INICIAL INVÁLIDO (AAAAMM NO ANTERIOR AL "
                   "MES EN CURSO): " WS-PRY-DESDE
               MOVE "N" TO WS-PRY-VALIDO
           END-IF.
           IF WS-PRY-MESES > 24
               DISPLAY "CANTIDAD DE MESES INVÁLIDA (1 A 24): "
                   WS-PRY-MESES
               MOVE "N" TO WS-PRY-VALIDO
           END-IF.
           IF WS-PRY-DIAS-UTIL > 120
               DISPLAY "DÍAS DE UTILIDADES INVÁLIDOS (1 A 120): "
                   WS-PRY-DIAS-UTIL
               MOVE "N" TO WS-PRY-VALIDO
           END-IF.
           IF WS-PRY-VALIDO = "S"
               PERFORM 000-ESCENARIOS-PROYECCION
           END-IF.
       *>  -------------------------------------------------------------
       *>  ARMA LA TABLA DE ESCENARIOS DE TASA: EL PRIMERO ES LA TASA
       *>  VIGENTE; LOS DEMÁS, UN PORCENTAJE POR ENCIMA DE ELLA (HASTA
       *>  CUATRO ADICIONALES). NO SE ESCRIBE NADA EN TASAS.TXT
       *>  -------------------------------------------------------------
       000-ESCENARIOS-PROYECCION.
           IF WS-MODO-BATCH = "S"
               MOVE 3 TO WS-PYE-CANT
               MOVE 1 TO WS-PYE-IDX
               PERFORM UNTIL WS-PYE-IDX > WS-PYE-CANT
                   MOVE WS-PYE-DEFECTO (WS-PYE-IDX)
                       TO WS-PYE-PORCENTAJE (WS-PYE-IDX)
                   ADD 1 TO WS-PYE-IDX
               END-PERFORM
           ELSE
               MOVE 1 TO WS-PYE-CANT
               MOVE ZERO TO WS-PYE-PORCENTAJE (1)
               DISPLAY "TASA VIGENTE: " WS-TASA-VIGENTE
               DISPLAY "ESCENARIOS ADICIONALES: % SOBRE LA TASA "
                   "VIGENTE (0 = TERMINAR, HASTA 4)."
               MOVE ZERO TO WS-PRY-FIN-ESCENARIOS
               PERFORM UNTIL WS-PRY-FIN-ESCENARIOS = 1
                   DISPLAY "% DEL ESCENARIO "
                       WS-PYE-CANT ": " WITH NO ADVANCING
                   MOVE ZERO TO WS-PRY-PORCENTAJE
                   ACCEPT WS-PRY-PORCENTAJE
                   IF WS-PRY-PORCENTAJE = ZERO
                       MOVE 1 TO WS-PRY-FIN-ESCENARIOS
                   ELSE
                       ADD 1 TO WS-PYE-CANT
                       MOVE WS-PRY-PORCENTAJE
                           TO WS-PYE-PORCENTAJE (WS-PYE-CANT)
                       IF WS-PYE-CANT = 5
                           MOVE 1 TO WS-PRY-FIN-ESCENARIOS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           MOVE 1 TO WS-PYE-IDX.
           PERFORM UNTIL WS-PYE-IDX > WS-PYE-CANT
               COMPUTE WS-PYE-TASA (WS-PYE-IDX) ROUNDED =
                   WS-TASA-VIGENTE
                   * (100 + WS-PYE-PORCENTAJE (WS-PYE-IDX)) / 100
               ADD 1 TO WS-PYE-IDX
           END-PERFORM.
       *>  -------------------------------------------------------------
       *>  AVANZA WS-PRY-PERIODO-MES AL MES SIGUIENTE
       *>  -------------------------------------------------------------
       000-AVANZAR-MES-PROYECCION.
           IF WS-PRY-MES >= 12
               MOVE 1 TO WS-PRY-MES
               ADD 1 TO WS-PRY-ANNO
           ELSE
               ADD 1 TO WS-PRY-MES
           END-IF.
       *>  -------------------------------------------------------------
       *>  RECORRE EL MAESTRO, PROYECTA CADA EMPLEADO ACTIVO Y ESCRIBE
       *>  EL REPORTE POR DEPARTAMENTO Y EL TOTAL GENERAL
       *>  -------------------------------------------------------------
       000-GENERAR-PROYECCION.
           MOVE ZERO TO WS-PRY-EMPLEADOS.
           MOVE ZERO TO WS-PRY-ANCLADOS.
           MOVE ZERO TO WS-PRY-SIN-TASA.
           MOVE ZERO TO WS-EMPLEADOS-EOF.
           PERFORM 000-CARGAR-CONCEPTOS.
           PERFORM 000-CARGAR-DEPARTAMENTOS.
           MOVE WS-PRY-DESDE TO WS-PRY-PERIODO-MES.
           MOVE 1 TO WS-PYM-IDX.
           PERFORM UNTIL WS-PYM-IDX > WS-PRY-MESES
               MOVE WS-PRY-PERIODO-MES TO WS-PYM-PERIODO (WS-PYM-IDX)
               PERFORM 000-AVANZAR-MES-PROYECCION
               ADD 1 TO WS-PYM-IDX
           END-PERFORM.
           MOVE 1 TO WS-PYD-IDX.
           PERFORM 000-LIMPIAR-PROYECCION-DEP UNTIL WS-PYD-IDX > 32.
           *> PRESTAMOS.TXT SE ABRE SÓLO PARA LECTURA: SI NO EXISTE NO
           *> SE CREA Y LA PROYECCIÓN NO LLEVA CUOTAS
           MOVE "N" TO WS-PRY-PRESTAMOS-OK.
           MOVE ZERO TO FS-PRESTAMOS.
           OPEN INPUT F-PRESTAMOS.
           IF FS-PRESTAMOS = "00"
               MOVE "S" TO WS-PRY-PRESTAMOS-OK
           END-IF.
           PERFORM 000-ABRIR-EMPLEADOS
           PERFORM UNTIL EMPLEADOS-EOF
               READ F-EMPLEADOS NEXT RECORD
                   AT END
                       SET EMPLEADOS-EOF TO TRUE
                   NOT AT END
                       IF ESTADO-EMPLEADO OF REG-EMPLEADO NOT = "I"
                           PERFORM 000-PROYECTAR-EMPLEADO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 000-CIERRE-EMPLEADOS.
           IF WS-PRY-PRESTAMOS-OK = "S"
               CLOSE F-PRESTAMOS
           END-IF.
           PERFORM 000-REPORTE-PROYECCION.
           DISPLAY "----------------------------------------".
           DISPLAY "EMPLEADOS PROYECTADOS: " WS-PRY-EMPLEADOS
               "  ANCLADOS A DIVISA: " WS-PRY-ANCLADOS.
           IF WS-PRY-SIN-TASA > ZERO
               DISPLAY "ANCLADOS SIN TASA VIGENTE (SE PROYECTA SU "
                   "ÚLTIMO EQUIVALENTE): " WS-PRY-SIN-TASA
           END-IF.
           MOVE 1 TO WS-PYE-IDX.
           PERFORM 000-MOSTRAR-TOTAL-ESCENARIO
               UNTIL WS-PYE-IDX > WS-PYE-CANT.
           DISPLAY "ARCHIVO PROYECCION.TXT GENERADO.".
       *>  -------------------------------------------------------------
       *>  PONE EN CERO LOS ACUMULADOS DEL DEPARTAMENTO WS-PYD-IDX Y
       *>  AVANZA
       *>  -------------------------------------------------------------
       000-LIMPIAR-PROYECCION-DEP.
           MOVE ZERO TO WS-PYD-EMPLEADOS (WS-PYD-IDX).
           MOVE 1 TO WS-PYM-IDX.
           PERFORM UNTIL WS-PYM-IDX > 24
               MOVE ZERO TO WS-PYD-SALARIO (WS-PYD-IDX, WS-PYM-IDX)
               MOVE ZERO TO WS-PYD-DEDUCCIONES (WS-PYD-IDX, WS-PYM-IDX)
               MOVE ZERO TO WS-PYD-PRESTAMOS (WS-PYD-IDX, WS-PYM-IDX)
               MOVE ZERO TO WS-PYD-NETO (WS-PYD-IDX, WS-PYM-IDX)
               MOVE ZERO
                   TO WS-PYD-PRESTACIONES (WS-PYD-IDX, WS-PYM-IDX)
               MOVE ZERO TO WS-PYD-UTILIDADES (WS-PYD-IDX, WS-PYM-IDX)
               MOVE ZERO TO WS-PYD-BONO-VAC (WS-PYD-IDX, WS-PYM-IDX)
               MOVE 1 TO WS-PYE-IDX
               PERFORM UNTIL WS-PYE-IDX > 5
                   MOVE ZERO TO WS-PYD-COSTO
                       (WS-PYD-IDX, WS-PYM-IDX, WS-PYE-IDX)
                   ADD 1 TO WS-PYE-IDX
               END-PERFORM
               ADD 1 TO WS-PYM-IDX
           END-PERFORM.
           ADD 1 TO WS-PYD-IDX.
       *>  -------------------------------------------------------------
       *>  PROYECTA EL REG-EMPLEADO EN CURSO BAJO CADA ESCENARIO DE TASA
       *>  -------------------------------------------------------------
       000-PROYECTAR-EMPLEADO.
           MOVE CI-EMPLEADO OF REG-EMPLEADO TO WS-CI-EMPLEADO.
           ADD 1 TO WS-PRY-EMPLEADOS.
           MOVE 31 TO WS-PYD-DESTINO.
           IF CODIGO-DEPARTAMENTO OF REG-EMPLEADO NUMERIC
                   AND CODIGO-DEPARTAMENTO OF REG-EMPLEADO NOT = ZERO
               MOVE CODIGO-DEPARTAMENTO OF REG-EMPLEADO TO DEP-CODIGO
               PERFORM 000-BUSCAR-DEPARTAMENTO
               IF WS-DEP-HALLADO = "S"
                   MOVE WS-DEP-IDX TO WS-PYD-DESTINO
               END-IF
           END-IF.
           ADD 1 TO WS-PYD-EMPLEADOS (WS-PYD-DESTINO).
           ADD 1 TO WS-PYD-EMPLEADOS (32).
           *> EL SALARIO ANCLADO SE CONVIERTE CON LA TASA DE CADA
           *> ESCENARIO; SIN TASA VIGENTE SE PROYECTA EL ÚLTIMO
           *> EQUIVALENTE GUARDADO EN EL MAESTRO, COMO EN LA NÓMINA
           MOVE "N" TO WS-PRY-ANCLADO.
           IF MONEDA-SALARIO OF REG-EMPLEADO = "D"
               ADD 1 TO WS-PRY-ANCLADOS
               IF SALARIO-DIVISA OF REG-EMPLEADO NUMERIC
                       AND SALARIO-DIVISA OF REG-EMPLEADO > ZERO
                       AND WS-TASA-VIGENTE > ZERO
                   MOVE "S" TO WS-PRY-ANCLADO
               ELSE
                   ADD 1 TO WS-PRY-SIN-TASA
               END-IF
           END-IF.
           MOVE ZERO TO WS-PRY-SSO.
           IF MONTO-SSO OF REG-EMPLEADO NUMERIC
               MOVE MONTO-SSO OF REG-EMPLEADO TO WS-PRY-SSO
           END-IF.
           PERFORM 000-CARGAR-PRESTAMOS-PROY.
           MOVE 1 TO WS-PYE-IDX.
           PERFORM 000-PROYECTAR-ESCENARIO
               UNTIL WS-PYE-IDX > WS-PYE-CANT.
       *>  -------------------------------------------------------------
       *>  CARGA EN WS-TABLA-PRESTAMOS-PRY LA CUOTA Y EL SALDO DE LOS
       *>  PRÉSTAMOS ACTIVOS DE WS-CI-EMPLEADO (HASTA 20)
       *>  -------------------------------------------------------------
       000-CARGAR-PRESTAMOS-PROY.
           MOVE ZERO TO WS-PYP-CANT.
           IF WS-PRY-PRESTAMOS-OK = "S"
               MOVE ZERO TO WS-PRESTAMOS-EOF
               MOVE WS-CI-EMPLEADO TO CI-EMPLEADO-PRE
               MOVE 1 TO NUM-PRESTAMO
               START F-PRESTAMOS KEY IS >= CLAVE-PRESTAMO
                   INVALID KEY
                       SET PRESTAMOS-EOF TO TRUE
               END-START
               PERFORM UNTIL PRESTAMOS-EOF
                   READ F-PRESTAMOS NEXT RECORD
                       AT END
                           SET PRESTAMOS-EOF TO TRUE
                       NOT AT END
                           IF CI-EMPLEADO-PRE NOT = WS-CI-EMPLEADO
                               SET PRESTAMOS-EOF TO TRUE
                           ELSE
                               IF ESTADO-PRESTAMO = "A"
                                       AND SALDO-PRESTAMO > ZERO
                                       AND WS-PYP-CANT < 20
                                   ADD 1 TO WS-PYP-CANT
                                   MOVE MONTO-CUOTA-PRE
                                       TO WS-PYP-CUOTA (WS-PYP-CANT)
                                   MOVE SALDO-PRESTAMO
                                       TO WS-PYP-SALDO (WS-PYP-CANT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       *>  -------------------------------------------------------------
       *>  PROYECTA LOS MESES DEL REG-EMPLEADO EN CURSO BAJO EL
       *>  ESCENARIO WS-PYE-IDX Y AVANZA
       *>  -------------------------------------------------------------
       000-PROYECTAR-ESCENARIO.
           IF WS-PRY-ANCLADO = "S"
               COMPUTE WS-PRY-SALARIO ROUNDED =
                   SALARIO-DIVISA OF REG-EMPLEADO
                   * WS-PYE-TASA (WS-PYE-IDX)
           ELSE
               MOVE MONTO-SALARIO OF REG-EMPLEADO TO WS-PRY-SALARIO
           END-IF.
           MOVE 1 TO WS-PYM-IDX.
           PERFORM 000-PROYECTAR-MES UNTIL WS-PYM-IDX > WS-PRY-MESES.
           ADD 1 TO WS-PYE-IDX.
       *>  -------------------------------------------------------------
       *>  CALCULA EL MES WS-PYM-IDX DEL EMPLEADO EN CURSO Y LO ACUMULA
       *>  EN SU DEPARTAMENTO Y EN EL TOTAL GENERAL. LAS DEDUCCIONES Y
       *>  LOS PRÉSTAMOS SE CALCULAN EN EL PRIMER ESCENARIO, QUE ES EL
       *>  QUE SE DETALLA; LAS CUOTAS VAN REDUCIENDO EL SALDO EN MEMORIA
       *>  -------------------------------------------------------------
       000-PROYECTAR-MES.
           MOVE WS-PYM-PERIODO (WS-PYM-IDX) TO WS-PRY-PERIODO-MES.
           *> NADA SE CAUSA ANTES DEL MES DE INGRESO
           IF INGRESO-ANNO OF REG-EMPLEADO * 100
                   + INGRESO-MES OF REG-EMPLEADO
                   NOT > WS-PRY-PERIODO-MES
               MOVE ZERO TO WS-PRY-DEDUCCIONES
               MOVE ZERO TO WS-PRY-PRESTAMOS
               MOVE ZERO TO WS-PRY-PRESTACIONES
               MOVE ZERO TO WS-PRY-UTILIDADES
               MOVE ZERO TO WS-PRY-BONO-VAC
               COMPUTE WS-PRY-ANNOS =
                   WS-PRY-ANNO - INGRESO-ANNO OF REG-EMPLEADO
               IF WS-PYE-IDX = 1
                   ADD WS-PRY-SSO TO WS-PRY-DEDUCCIONES
                   MOVE 1 TO WS-CON-IDX
                   PERFORM 000-PROYECTAR-CONCEPTO
                       UNTIL WS-CON-IDX > WS-CON-CARGADOS
                   MOVE 1 TO WS-PYP-IDX
                   PERFORM 000-PROYECTAR-CUOTA
                       UNTIL WS-PYP-IDX > WS-PYP-CANT
               END-IF
               PERFORM 000-PROYECTAR-PRESTACIONES
               PERFORM 000-PROYECTAR-BONO-VAC
               PERFORM 000-PROYECTAR-UTILIDADES
               COMPUTE WS-PRY-NETO = WS-PRY-SALARIO
                   - WS-PRY-DEDUCCIONES - WS-PRY-PRESTAMOS
               COMPUTE WS-PRY-COSTO = WS-PRY-SALARIO
                   + WS-PRY-PRESTACIONES + WS-PRY-UTILIDADES
                   + WS-PRY-BONO-VAC
               MOVE WS-PYD-DESTINO TO WS-PYD-IDX
               PERFORM 000-ACUMULAR-PROYECCION
               MOVE 32 TO WS-PYD-IDX
               PERFORM 000-ACUMULAR-PROYECCION
           END-IF.
           ADD 1 TO WS-PYM-IDX.
       *>  -------------------------------------------------------------
       *>  SUMA AL MES DEL CONCEPTO WS-CON-IDX (MISMAS REGLAS QUE
       *>  000-APLICAR-CONCEPTO EN LA NÓMINA MENSUAL) Y AVANZA
       *>  -------------------------------------------------------------
       000-PROYECTAR-CONCEPTO.
           IF WS-CON-ESTADO (WS-CON-IDX) = "A"
                   AND (WS-CON-APLICA (WS-CON-IDX) = "T"
                       OR WS-CON-APLICA (WS-CON-IDX)
                           = SEXO OF REG-EMPLEADO)
               IF WS-CON-TIPO (WS-CON-IDX) = "P"
                   COMPUTE WS-PRY-CALCULO =
                       WS-PRY-SALARIO * WS-CON-VALOR (WS-CON-IDX)
                   COMPUTE WS-PRY-CALCULO = WS-PRY-CALCULO / 100
                   ADD WS-PRY-CALCULO TO WS-PRY-DEDUCCIONES
               ELSE
                   ADD WS-CON-VALOR (WS-CON-IDX) TO WS-PRY-DEDUCCIONES
               END-IF
           END-IF.
           ADD 1 TO WS-CON-IDX.
       *>  -------------------------------------------------------------
       *>  DESCUENTA LA CUOTA DEL MES DEL PRÉSTAMO WS-PYP-IDX (LIMITADA
       *>  AL SALDO RESTANTE, COMO EN EL CIERRE) Y AVANZA
       *>  -------------------------------------------------------------
       000-PROYECTAR-CUOTA.
           MOVE WS-PYP-CUOTA (WS-PYP-IDX) TO WS-PRY-CUOTA.
           IF WS-PRY-CUOTA > WS-PYP-SALDO (WS-PYP-IDX)
               MOVE WS-PYP-SALDO (WS-PYP-IDX) TO WS-PRY-CUOTA
           END-IF.
           SUBTRACT WS-PRY-CUOTA FROM WS-PYP-SALDO (WS-PYP-IDX).
           ADD WS-PRY-CUOTA TO WS-PRY-PRESTAMOS.
           ADD 1 TO WS-PYP-IDX.
       *>  -------------------------------------------------------------
       *>  PRESTACIONES DEL TRIMESTRE QUE CIERRA EN EL MES (MARZO,
       *>  JUNIO, SEPTIEMBRE Y DICIEMBRE): 15 DÍAS DE SALARIO MÁS LOS
       *>  DÍAS ADICIONALES DEL TRIMESTRE DEL ANIVERSARIO, CON LAS
       *>  MISMAS REGLAS DE 000-ABONAR-PRESTACION-EMP (SIN INTERESES,
       *>  QUE DEPENDEN DE UNA TASA FUTURA)
       *>  -------------------------------------------------------------
       000-PROYECTAR-PRESTACIONES.
           IF WS-PRY-MES = 3 OR WS-PRY-MES = 6
                   OR WS-PRY-MES = 9 OR WS-PRY-MES = 12
               MOVE 15 TO WS-PRY-DIAS
               IF WS-PRY-ANNOS >= 2
                   COMPUTE WS-PRY-MES-TRIMESTRE =
                       (INGRESO-MES OF REG-EMPLEADO + 2) / 3
                   COMPUTE WS-PRY-MES-TRIMESTRE =
                       WS-PRY-MES-TRIMESTRE * 3
                   IF WS-PRY-MES-TRIMESTRE = WS-PRY-MES
                       IF (WS-PRY-ANNOS - 1) * 2 > 30
                           ADD 30 TO WS-PRY-DIAS
                       ELSE
                           COMPUTE WS-PRY-DIAS =
                               WS-PRY-DIAS + (WS-PRY-ANNOS - 1) * 2
                       END-IF
                   END-IF
               END-IF
               COMPUTE WS-PRY-CALCULO = WS-PRY-SALARIO * WS-PRY-DIAS
               COMPUTE WS-PRY-PRESTACIONES ROUNDED =
                   WS-PRY-CALCULO / 30
           END-IF.
       *>  -------------------------------------------------------------
       *>  BONO VACACIONAL EN EL MES DEL ANIVERSARIO DE INGRESO: LOS
       *>  DÍAS DE 000-EVALUAR-ANTIGUEDAD (15 MÁS UNO POR AÑO DE
       *>  SERVICIO, HASTA 15 ADICIONALES) A SALARIO DIARIO
       *>  -------------------------------------------------------------
       000-PROYECTAR-BONO-VAC.
           IF WS-PRY-MES = INGRESO-MES OF REG-EMPLEADO
                   AND WS-PRY-ANNOS > ZERO
               IF WS-PRY-ANNOS > 15
                   MOVE 30 TO WS-PRY-DIAS
               ELSE
                   COMPUTE WS-PRY-DIAS = 15 + WS-PRY-ANNOS
               END-IF
               COMPUTE WS-PRY-CALCULO = WS-PRY-SALARIO * WS-PRY-DIAS
               COMPUTE WS-PRY-BONO-VAC ROUNDED = WS-PRY-CALCULO / 30
           END-IF.
       *>  -------------------------------------------------------------
       *>  UTILIDADES EN DICIEMBRE: DÍAS DE UTILIDADES SOBRE EL SALARIO
       *>  DEL AÑO (DÍAS * SALARIO * MESES / 360), FRACCIONADAS PARA
       *>  QUIEN INGRESÓ EN ESE MISMO AÑO
       *>  -------------------------------------------------------------
       000-PROYECTAR-UTILIDADES.
           IF WS-PRY-MES = 12
               MOVE 12 TO WS-PRY-MESES-UTIL
               IF INGRESO-ANNO OF REG-EMPLEADO = WS-PRY-ANNO
                   COMPUTE WS-PRY-MESES-UTIL =
                       13 - INGRESO-MES OF REG-EMPLEADO
               END-IF
               COMPUTE WS-PRY-CALCULO =
                   WS-PRY-SALARIO * WS-PRY-DIAS-UTIL
               COMPUTE WS-PRY-CALCULO =
                   WS-PRY-CALCULO * WS-PRY-MESES-UTIL
               COMPUTE WS-PRY-UTILIDADES ROUNDED =
                   WS-PRY-CALCULO / 360
           END-IF.
       *>  -------------------------------------------------------------
       *>  SUMA EL MES CALCULADO A LA ENTRADA WS-PYD-IDX (EL DETALLE
       *>  SÓLO EN EL PRIMER ESCENARIO; EL COSTO EN EL DE WS-PYE-IDX)
       *>  -------------------------------------------------------------
       000-ACUMULAR-PROYECCION.
           IF WS-PYE-IDX = 1
               ADD WS-PRY-SALARIO
                   TO WS-PYD-SALARIO (WS-PYD-IDX, WS-PYM-IDX)
               ADD WS-PRY-DEDUCCIONES
                   TO WS-PYD-DEDUCCIONES (WS-PYD-IDX, WS-PYM-IDX)
               ADD WS-PRY-PRESTAMOS
                   TO WS-PYD-PRESTAMOS (WS-PYD-IDX, WS-PYM-IDX)
               ADD WS-PRY-NETO
                   TO WS-PYD-NETO (WS-PYD-IDX, WS-PYM-IDX)
               ADD WS-PRY-PRESTACIONES
                   TO WS-PYD-PRESTACIONES (WS-PYD-IDX, WS-PYM-IDX)
               ADD WS-PRY-UTILIDADES
                   TO WS-PYD-UTILIDADES (WS-PYD-IDX, WS-PYM-IDX)
               ADD WS-PRY-BONO-VAC
                   TO WS-PYD-BONO-VAC (WS-PYD-IDX, WS-PYM-IDX)
           END-IF.
           ADD WS-PRY-COSTO
               TO WS-PYD-COSTO (WS-PYD-IDX, WS-PYM-IDX, WS-PYE-IDX).
       *>  -------------------------------------------------------------
       *>  ESCRIBE PROYECCION.TXT: ENCABEZADO CON LOS PARÁMETROS Y LOS
       *>  ESCENARIOS, UN BLOQUE POR DEPARTAMENTO CON EMPLEADOS Y EL
       *>  BLOQUE DEL TOTAL GENERAL
       *>  -------------------------------------------------------------
       000-REPORTE-PROYECCION.
           MOVE ZERO TO FS-PROYECCION.
           OPEN OUTPUT F-PROYECCION.
           MOVE "PROYECCIÓN DEL COSTO LABORAL POR DEPARTAMENTO."
               TO WS-LINEA-PROYECCION.
           WRITE REG-PROYECCION FROM WS-LINEA-PROYECCION.
           MOVE SPACES TO WS-LINEA-PROYECCION.
           STRING "DESDE: " DELIMITED BY SIZE
               WS-PRY-DESDE DELIMITED BY SIZE
               "  MESES: " DELIMITED BY SIZE
               WS-PRY-MESES DELIMITED BY SIZE
               "  DÍAS DE UTILIDADES: " DELIMITED BY SIZE
               WS-PRY-DIAS-UTIL DELIMITED BY SIZE
               "  EMPLEADOS ACTIVOS: " DELIMITED BY SIZE
               WS-PRY-EMPLEADOS DELIMITED BY SIZE
               "  ANCLADOS A DIVISA: " DELIMITED BY SIZE
               WS-PRY-ANCLADOS DELIMITED BY SIZE
               INTO WS-LINEA-PROYECCION.
           WRITE REG-PROYECCION FROM WS-LINEA-PROYECCION.
           MOVE 1 TO WS-PYE-IDX.
           PERFORM 000-ESCRIBIR-ESCENARIO-PRY
               UNTIL WS-PYE-IDX > WS-PYE-CANT.
           MOVE SPACES TO WS-LINEA-PROYECCION.
           STRING "COSTO = SALARIO + PRESTACIONES + UTILIDADES + "
                   DELIMITED BY SIZE
               "BONO VAC. (DETALLE DEL ESCENARIO 1); "
                   DELIMITED BY SIZE
               "NETO = SALARIO - DEDUCCIONES - PRÉSTAMOS."
                   DELIMITED BY SIZE
               INTO WS-LINEA-PROYECCION.
           WRITE REG-PROYECCION FROM WS-LINEA-PROYECCION.
           MOVE ALL "=" TO WS-LINEA-PROYECCION.
           WRITE REG-PROYECCION FROM WS-LINEA-PROYECCION.
           MOVE 1 TO WS-PYD-IDX.
           PERFORM 000-BLOQUE-DEPARTAMENTO-PRY UNTIL WS-PYD-IDX > 32.
           CLOSE F-PROYECCION.
       *>  -------------------------------------------------------------
       *>  ESCRIBE LA LÍNEA DEL ESCENARIO WS-PYE-IDX Y AVANZA
       *>  -------------------------------------------------------------
       000-ESCRIBIR-ESCENARIO-PRY.
           MOVE WS-PYE-TASA (WS-PYE-IDX) TO WS-PRY-TASA-ED.
           MOVE SPACES TO WS-LINEA-PROYECCION.
           STRING "ESCENARIO " DELIMITED BY SIZE
               WS-PYE-IDX DELIMITED BY SIZE
               ": TASA VIGENTE + " DELIMITED BY SIZE
               WS-PYE-PORCENTAJE (WS-PYE-IDX) DELIMITED BY SIZE
               "% = " DELIMITED BY SIZE
               WS-PRY-TASA-ED DELIMITED BY SIZE
               INTO WS-LINEA-PROYECCION.
           WRITE REG-PROYECCION FROM WS-LINEA-PROYECCION.
           ADD 1 TO WS-PYE-IDX.
       *>  -------------------------------------------------------------
       *>  ESCRIBE EL BLOQUE DE LA ENTRADA WS-PYD-IDX SI TIENE
       *>  EMPLEADOS (1-30 DEPARTAMENTOS, 31 SIN DEPARTAMENTO, 32 TOTAL
       *>  GENERAL): CUADRO MENSUAL DEL PRIMER ESCENARIO Y, SI HAY MÁS
       *>  DE UNO, CUADRO DEL COSTO MENSUAL POR ESCENARIO. AVANZA
       *>  -------------------------------------------------------------
       000-BLOQUE-DEPARTAMENTO-PRY.
           IF WS-PYD-EMPLEADOS (WS-PYD-IDX) > ZERO
               MOVE SPACES TO WS-LINEA-PROYECCION
               EVALUATE WS-PYD-IDX
                   WHEN 31
                       STRING "SIN DEPARTAMENTO ASIGNADO"
                               DELIMITED BY SIZE
                           "  EMPLEADOS: " DELIMITED BY SIZE
                           WS-PYD-EMPLEADOS (WS-PYD-IDX)
                               DELIMITED BY SIZE
                           INTO WS-LINEA-PROYECCION
                   WHEN 32
                       STRING "TOTAL GENERAL" DELIMITED BY SIZE
                           "  EMPLEADOS: " DELIMITED BY SIZE
                           WS-PYD-EMPLEADOS (WS-PYD-IDX)
                               DELIMITED BY SIZE
                           INTO WS-LINEA-PROYECCION
                   WHEN OTHER
                       MOVE WS-DEP-NOMBRE (WS-PYD-IDX)
                           TO WS-PYD-NOMBRE
                       STRING "DEPARTAMENTO: " DELIMITED BY SIZE
                           WS-DEP-CODIGO (WS-PYD-IDX)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-PYD-NOMBRE DELIMITED BY "  "
                           "  EMPLEADOS: " DELIMITED BY SIZE
                           WS-PYD-EMPLEADOS (WS-PYD-IDX)
                               DELIMITED BY SIZE
                           INTO WS-LINEA-PROYECCION
               END-EVALUATE
               WRITE REG-PROYECCION FROM WS-LINEA-PROYECCION
               MOVE SPACES TO WS-LINEA-PROYECCION
               STRING "PERÍODO         SALARIO    DEDUCCIONES"
                       DELIMITED BY SIZE
                   "      PRÉSTAMOS           NETO   PRESTACIONES"
                       DELIMITED BY SIZE
                   "     UTILIDADES      BONO VAC.    COSTO TOTAL"
                       DELIMITED BY SIZE
                   INTO WS-LINEA-PROYECCION
               WRITE REG-PROYECCION FROM WS-LINEA-PROYECCION
               MOVE 1 TO WS-PRY-TOT-IDX
               PERFORM UNTIL WS-PRY-TOT-IDX > 8
                   MOVE ZERO TO WS-PRY-TOTAL (WS-PRY-TOT-IDX)
                   ADD 1 TO WS-PRY-TOT-IDX
               END-PERFORM
               MOVE 1 TO WS-PYM-IDX
               PERFORM 000-LINEA-MES-PRY
                   UNTIL WS-PYM-IDX > WS-PRY-MESES
               MOVE SPACES TO WS-PRY-LINEA-DETALLE
               MOVE "TOTAL" TO WS-PRY-DET-ETIQUETA
               MOVE 1 TO WS-PRY-TOT-IDX
               PERFORM UNTIL WS-PRY-TOT-IDX > 8
                   MOVE WS-PRY-TOTAL (WS-PRY-TOT-IDX)
                       TO WS-PRY-DET-MONTO (WS-PRY-TOT-IDX)
                   ADD 1 TO WS-PRY-TOT-IDX
               END-PERFORM
               WRITE REG-PROYECCION FROM WS-PRY-LINEA-DETALLE
               IF WS-PYE-CANT > 1
                   PERFORM 000-CUADRO-ESCENARIOS-PRY
               END-IF
               MOVE ALL "-" TO WS-LINEA-PROYECCION
               WRITE REG-PROYECCION FROM WS-LINEA-PROYECCION
           END-IF.
           ADD 1 TO WS-PYD-IDX.
       *>  -------------------------------------------------------------
       *>  ESCRIBE LA LÍNEA DEL MES WS-PYM-IDX DEL PRIMER ESCENARIO,
       *>  LA SUMA A LOS TOTALES DEL CUADRO Y AVANZA
       *>  -------------------------------------------------------------
       000-LINEA-MES-PRY.
           MOVE SPACES TO WS-PRY-LINEA-DETALLE.
           MOVE WS-PYM-PERIODO (WS-PYM-IDX) TO WS-PRY-DET-ETIQUETA.
           MOVE WS-PYD-SALARIO (WS-PYD-IDX, WS-PYM-IDX)
               TO WS-PRY-DET-MONTO (1).
           MOVE WS-PYD-DEDUCCIONES (WS-PYD-IDX, WS-PYM-IDX)
               TO WS-PRY-DET-MONTO (2).
           MOVE WS-PYD-PRESTAMOS (WS-PYD-IDX, WS-PYM-IDX)
               TO WS-PRY-DET-MONTO (3).
           MOVE WS-PYD-NETO (WS-PYD-IDX, WS-PYM-IDX)
               TO WS-PRY-DET-MONTO (4).
           MOVE WS-PYD-PRESTACIONES (WS-PYD-IDX, WS-PYM-IDX)
               TO WS-PRY-DET-MONTO (5).
           MOVE WS-PYD-UTILIDADES (WS-PYD-IDX, WS-PYM-IDX)
               TO WS-PRY-DET-MONTO (6).
           MOVE WS-PYD-BONO-VAC (WS-PYD-IDX, WS-PYM-IDX)
               TO WS-PRY-DET-MONTO (7).
           MOVE WS-PYD-COSTO (WS-PYD-IDX, WS-PYM-IDX, 1)
               TO WS-PRY-DET-MONTO (8).
           WRITE REG-PROYECCION FROM WS-PRY-LINEA-DETALLE.
           ADD WS-PYD-SALARIO (WS-PYD-IDX, WS-PYM-IDX)
               TO WS-PRY-TOTAL (1).
           ADD WS-PYD-DEDUCCIONES (WS-PYD-IDX, WS-PYM-IDX)
               TO WS-PRY-TOTAL (2).
           ADD WS-PYD-PRESTAMOS (WS-PYD-IDX, WS-PYM-IDX)
               TO WS-PRY-TOTAL (3).
           ADD WS-PYD-NETO (WS-PYD-IDX, WS-PYM-IDX)
               TO WS-PRY-TOTAL (4).
           ADD WS-PYD-PRESTACIONES (WS-PYD-IDX, WS-PYM-IDX)
               TO WS-PRY-TOTAL (5).
           ADD WS-PYD-UTILIDADES (WS-PYD-IDX, WS-PYM-IDX)
               TO WS-PRY-TOTAL (6).
           ADD WS-PYD-BONO-VAC (WS-PYD-IDX, WS-PYM-IDX)
               TO WS-PRY-TOTAL (7).
           ADD WS-PYD-COSTO (WS-PYD-IDX, WS-PYM-IDX, 1)
               TO WS-PRY-TOTAL (8).
           ADD 1 TO WS-PYM-IDX.
       *>  -------------------------------------------------------------
       *>  CUADRO DEL COSTO TOTAL MENSUAL DE LA ENTRADA WS-PYD-IDX BAJO
       *>  CADA ESCENARIO DE TASA, CON SU TOTAL DEL RANGO
       *>  -------------------------------------------------------------
       000-CUADRO-ESCENARIOS-PRY.
           MOVE "COSTO TOTAL POR ESCENARIO DE TASA:"
               TO WS-LINEA-PROYECCION.
           WRITE REG-PROYECCION FROM WS-LINEA-PROYECCION.
           MOVE SPACES TO WS-LINEA-PROYECCION.
           STRING "PERÍODO          ESC. 1         ESC. 2"
                   DELIMITED BY SIZE
               "         ESC. 3         ESC. 4         ESC. 5"
                   DELIMITED BY SIZE
               INTO WS-LINEA-PROYECCION.
           WRITE REG-PROYECCION FROM WS-LINEA-PROYECCION.
           MOVE 1 TO WS-PRY-TOT-IDX.
           PERFORM UNTIL WS-PRY-TOT-IDX > 8
               MOVE ZERO TO WS-PRY-TOTAL (WS-PRY-TOT-IDX)
               ADD 1 TO WS-PRY-TOT-IDX
           END-PERFORM.
           MOVE 1 TO WS-PYM-IDX.
           PERFORM 000-LINEA-ESCENARIOS-PRY
               UNTIL WS-PYM-IDX > WS-PRY-MESES.
           MOVE SPACES TO WS-PRY-LINEA-DETALLE.
           MOVE "TOTAL" TO WS-PRY-DET-ETIQUETA.
           MOVE 1 TO WS-PYE-IDX.
           PERFORM UNTIL WS-PYE-IDX > WS-PYE-CANT
               MOVE WS-PRY-TOTAL (WS-PYE-IDX)
                   TO WS-PRY-DET-MONTO (WS-PYE-IDX)
               ADD 1 TO WS-PYE-IDX
           END-PERFORM.
           WRITE REG-PROYECCION FROM WS-PRY-LINEA-DETALLE.
       *>  -------------------------------------------------------------
       *>  ESCRIBE EL COSTO DEL MES WS-PYM-IDX BAJO CADA ESCENARIO, LO
       *>  SUMA A LOS TOTALES Y AVANZA
       *>  -------------------------------------------------------------
       000-LINEA-ESCENARIOS-PRY.
           MOVE SPACES TO WS-PRY-LINEA-DETALLE.
           MOVE WS-PYM-PERIODO (WS-PYM-IDX) TO WS-PRY-DET-ETIQUETA.
           MOVE 1 TO WS-PYE-IDX.
           PERFORM UNTIL WS-PYE-IDX > WS-PYE-CANT
               MOVE WS-PYD-COSTO (WS-PYD-IDX, WS-PYM-IDX, WS-PYE-IDX)
                   TO WS-PRY-DET-MONTO (WS-PYE-IDX)
               ADD WS-PYD-COSTO (WS-PYD-IDX, WS-PYM-IDX, WS-PYE-IDX)
                   TO WS-PRY-TOTAL (WS-PYE-IDX)
               ADD 1 TO WS-PYE-IDX
           END-PERFORM.
           WRITE REG-PROYECCION FROM WS-PRY-LINEA-DETALLE.
           ADD 1 TO WS-PYM-IDX.
       *>  -------------------------------------------------------------
       *>  MUESTRA EL COSTO TOTAL DEL RANGO BAJO EL ESCENARIO
       *>  WS-PYE-IDX Y AVANZA
       *>  -------------------------------------------------------------
       000-MOSTRAR-TOTAL-ESCENARIO.
           MOVE ZERO TO WS-PRY-TOTAL (1).
           MOVE 1 TO WS-PYM-IDX.
           PERFORM UNTIL WS-PYM-IDX > WS-PRY-MESES
               ADD WS-PYD-COSTO (32, WS-PYM-IDX, WS-PYE-IDX)
                   TO WS-PRY-TOTAL (1)
               ADD 1 TO WS-PYM-IDX
           END-PERFORM.
           MOVE WS-PRY-TOTAL (1) TO WS-PRY-DET-MONTO (1).
           MOVE WS-PYE-TASA (WS-PYE-IDX) TO WS-PRY-TASA-ED.
           DISPLAY "ESCENARIO " WS-PYE-IDX " (+"
               WS-PYE-PORCENTAJE (WS-PYE-IDX) "%, TASA "
               WS-PRY-TASA-ED "): COSTO TOTAL "
               WS-PRY-DET-MONTO (1).
           ADD 1 TO WS-PYE-IDX.
       *>  -------------------------------------------------------------
       *>  APORTES PATRONALES DE UN PERÍODO CERRADO: CALCULA POR
       *>  EMPLEADO, SOBRE LO DEVENGADO EN EL MES SEGÚN HISTORIAL.TXT,
       *>  EL IVSS (9/10/11% SEGÚN EL RIESGO DE LA EMPRESA), EL RÉGIMEN
       *>  PRESTACIONAL DE EMPLEO (PARO FORZOSO), EL FAOV Y EL INCES DEL
       *>  PATRONO, JUNTO CON LAS COTIZACIONES DEL TRABAJADOR QUE VAN EN
       *>  LAS MISMAS DECLARACIONES. GENERA EL LISTADO APORTES.TXT CON
       *>  SUBTOTALES POR DEPARTAMENTO Y LOS ARCHIVOS TIUNA.TXT (IVSS) Y
       *>  BANAVIH.TXT (FAOV) CON SU REGISTRO DE TOTALES DE CONTROL.
       *>  -------------------------------------------------------------
       001-APORTES-PATRONALES.
           DISPLAY " ".
           DISPLAY "APORTES PATRONALES DEL PERÍODO.".
           DISPLAY "========================================".
           *> EN LA CORRIDA DESATENDIDA PERÍODO, RIESGO Y SALARIO MÍNIMO
           *> LLEGAN COMO PARÁMETROS; UN VALOR INVÁLIDO ES UN ERROR DEL
           *> PASO
           IF WS-MODO-BATCH NOT = "S"
               DISPLAY "PERÍODO A DECLARAR (AAAAMM): "
                   WITH NO ADVANCING
               ACCEPT WS-APO-PERIODO
               COMPUTE WS-APO-ANNO = WS-APO-PERIODO / 100
               COMPUTE WS-APO-MES = WS-APO-PERIODO - WS-APO-ANNO * 100
               PERFORM UNTIL WS-APO-MES >= 1 AND WS-APO-MES <= 12
                   DISPLAY "PERÍODO INVÁLIDO. PERÍODO (AAAAMM): "
                       WITH NO ADVANCING
                   ACCEPT WS-APO-PERIODO
                   COMPUTE WS-APO-ANNO = WS-APO-PERIODO / 100
                   COMPUTE WS-APO-MES =
                       WS-APO-PERIODO - WS-APO-ANNO * 100
               END-PERFORM
               DISPLAY "RIESGO IVSS (1=MÍNIMO/2=MEDIO/3=MÁXIMO): "
                   WITH NO ADVANCING
               ACCEPT WS-APO-RIESGO
               PERFORM UNTIL WS-APO-RIESGO >= 1 AND WS-APO-RIESGO <= 3
                   DISPLAY "RIESGO INVÁLIDO (1/2/3). RIESGO: "
                       WITH NO ADVANCING
                   ACCEPT WS-APO-RIESGO
               END-PERFORM
               DISPLAY "SALARIO MÍNIMO MENSUAL VIGENTE: "
                   WITH NO ADVANCING
               ACCEPT WS-APO-SALARIO-MINIMO
               PERFORM UNTIL WS-APO-SALARIO-MINIMO > ZERO
                   DISPLAY "MONTO INVÁLIDO. SALARIO MÍNIMO: "
                       WITH NO ADVANCING
                   ACCEPT WS-APO-SALARIO-MINIMO
               END-PERFORM
           END-IF.
           COMPUTE WS-APO-ANNO = WS-APO-PERIODO / 100.
           COMPUTE WS-APO-MES = WS-APO-PERIODO - WS-APO-ANNO * 100.
           IF WS-APO-MES < 1 OR WS-APO-MES > 12
                   OR WS-APO-RIESGO < 1 OR WS-APO-RIESGO > 3
                   OR WS-APO-SALARIO-MINIMO = ZERO
               DISPLAY "PARÁMETROS DE APORTES INVÁLIDOS: "
                   WS-APO-PERIODO " " WS-APO-RIESGO " "
                   WS-APO-SALARIO-MINIMO
               MOVE 1 TO WS-FIN
           ELSE
               *> SÓLO SE DECLARA UN MES YA CERRADO (TODAS SUS
               *> QUINCENAS Y SEMANAS PAGADAS), PARA QUE LO DECLARADO
               *> SEA LO QUE QUEDÓ PAGADO EN EL HISTORIAL
               MOVE WS-APO-PERIODO TO WS-PERIODO-ACTUAL
               PERFORM 000-VERIFICAR-CIERRE-MES
               IF WS-PERIODO-CERRADO NOT = "S"
                   DISPLAY "EL PERÍODO " WS-APO-PERIODO
                       " NO ESTÁ CERRADO; NO SE CALCULAN APORTES."
                   IF WS-MODO-BATCH = "S"
                       MOVE 1 TO WS-FIN
                   END-IF
               ELSE
                   PERFORM 000-GENERAR-APORTES
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  RECORRE EL MAESTRO (INCLUIDOS LOS EGRESADOS, QUE PUDIERON
       *>  COBRAR EN EL PERÍODO) Y CALCULA LOS APORTES DE CADA CÉDULA
       *>  CON PAGOS EN WS-APO-PERIODO; AL FINAL ESCRIBE LOS SUBTOTALES
       *>  POR DEPARTAMENTO, LOS TOTALES Y LOS REGISTROS DE CONTROL
       *>  -------------------------------------------------------------
       000-GENERAR-APORTES.
           EVALUATE WS-APO-RIESGO
               WHEN 1
                   MOVE 9 TO WS-APO-TASA-IVSS-PAT
               WHEN 2
                   MOVE 10 TO WS-APO-TASA-IVSS-PAT
               WHEN OTHER
                   MOVE 11 TO WS-APO-TASA-IVSS-PAT
           END-EVALUATE.
           COMPUTE WS-APO-TOPE-IVSS =
               WS-APO-SALARIO-MINIMO * WS-APO-SALARIOS-TOPE.
           MOVE ZERO TO WS-APO-TOTALES.
           MOVE ZERO TO WS-DEP-SIN-EMPLEADOS  WS-DEP-SIN-SALARIO.
           MOVE ZERO TO WS-DEP-SIN-IVSS       WS-DEP-SIN-RPE.
           MOVE ZERO TO WS-DEP-SIN-FAOV       WS-DEP-SIN-INCES.
           PERFORM 000-CARGAR-DEPARTAMENTOS.
           MOVE ZERO TO FS-APORTES.
           OPEN OUTPUT F-APORTES.
           MOVE ZERO TO FS-TIUNA.
           OPEN OUTPUT F-TIUNA.
           MOVE ZERO TO FS-BANAVIH.
           OPEN OUTPUT F-BANAVIH.
           MOVE SPACES TO WS-LINEA-APORTES.
           STRING "APORTES PATRONALES - PERÍODO " DELIMITED BY SIZE
               WS-APO-PERIODO DELIMITED BY SIZE
               " - RIESGO IVSS " DELIMITED BY SIZE
               WS-APO-TASA-IVSS-PAT DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-LINEA-APORTES.
           WRITE REG-APORTES FROM WS-LINEA-APORTES.
           MOVE SPACES TO WS-LINEA-APORTES.
           STRING "SALARIO MÍNIMO: " DELIMITED BY SIZE
               WS-APO-SALARIO-MINIMO DELIMITED BY SIZE
               " TOPE BASE IVSS/RPE: " DELIMITED BY SIZE
               WS-APO-TOPE-IVSS DELIMITED BY SIZE
               INTO WS-LINEA-APORTES.
           WRITE REG-APORTES FROM WS-LINEA-APORTES.
           MOVE ALL "=" TO WS-LINEA-APORTES.
           WRITE REG-APORTES FROM WS-LINEA-APORTES.
           MOVE ZERO TO WS-EMPLEADOS-EOF.
           PERFORM 000-ABRIR-EMPLEADOS.
           PERFORM UNTIL EMPLEADOS-EOF
               READ F-EMPLEADOS NEXT RECORD
                   AT END
                       SET EMPLEADOS-EOF TO TRUE
                   NOT AT END
                       PERFORM 000-APORTES-EMPLEADO
               END-READ
           END-PERFORM.
           PERFORM 000-CIERRE-EMPLEADOS.
           MOVE ALL "-" TO WS-LINEA-APORTES.
           WRITE REG-APORTES FROM WS-LINEA-APORTES.
           MOVE 1 TO WS-DEP-IDX.
           PERFORM 000-ESCRIBIR-APORTES-DEP
               UNTIL WS-DEP-IDX > WS-DEP-CARGADOS.
           IF WS-DEP-SIN-EMPLEADOS > ZERO
               COMPUTE WS-APO-SUB-TOTAL =
                   WS-DEP-SIN-IVSS + WS-DEP-SIN-RPE
                   + WS-DEP-SIN-FAOV + WS-DEP-SIN-INCES
               MOVE SPACES TO WS-LINEA-APORTES
               STRING "SUBTOTAL SIN DEPARTAMENTO - EMPLEADOS: "
                   DELIMITED BY SIZE
                   WS-DEP-SIN-EMPLEADOS DELIMITED BY SIZE
                   INTO WS-LINEA-APORTES
               WRITE REG-APORTES FROM WS-LINEA-APORTES
               MOVE SPACES TO WS-LINEA-APORTES
               STRING "  SALARIO: " DELIMITED BY SIZE
                   WS-DEP-SIN-SALARIO DELIMITED BY SIZE
                   " APORTE PATRONAL: " DELIMITED BY SIZE
                   WS-APO-SUB-TOTAL DELIMITED BY SIZE
                   INTO WS-LINEA-APORTES
               WRITE REG-APORTES FROM WS-LINEA-APORTES
               MOVE SPACES TO WS-LINEA-APORTES
               STRING "  IVSS: " DELIMITED BY SIZE
                   WS-DEP-SIN-IVSS DELIMITED BY SIZE
                   " RPE: " DELIMITED BY SIZE
                   WS-DEP-SIN-RPE DELIMITED BY SIZE
                   " FAOV: " DELIMITED BY SIZE
                   WS-DEP-SIN-FAOV DELIMITED BY SIZE
                   " INCES: " DELIMITED BY SIZE
                   WS-DEP-SIN-INCES DELIMITED BY SIZE
                   INTO WS-LINEA-APORTES
               WRITE REG-APORTES FROM WS-LINEA-APORTES
           END-IF.
           PERFORM 000-ESCRIBIR-TOTALES-APORTES.
           PERFORM 000-ESCRIBIR-CONTROL-APORTES.
           CLOSE F-APORTES.
           CLOSE F-TIUNA.
           CLOSE F-BANAVIH.
           DISPLAY "TRABAJADORES DECLARADOS: " WS-APO-TOT-TRABAJADORES.
           DISPLAY "TOTAL APORTE PATRONAL: " WS-APO-TOT-PATRONAL.
           DISPLAY "ARCHIVOS APORTES.TXT, TIUNA.TXT Y BANAVIH.TXT "
               "GENERADOS.".
       *>  -------------------------------------------------------------
       *>  CALCULA Y ESCRIBE LOS APORTES DEL REG-EMPLEADO EN CURSO SI
       *>  TUVO PAGOS EN EL PERÍODO, Y LOS ACUMULA EN LOS TOTALES Y EN
       *>  EL SUBTOTAL DE SU DEPARTAMENTO
       *>  -------------------------------------------------------------
       000-APORTES-EMPLEADO.
           MOVE CI-EMPLEADO OF REG-EMPLEADO TO WS-CI-EMPLEADO.
           PERFORM 000-DEVENGADO-PERIODO-APO.
           IF WS-APO-PAGOS > ZERO
               MOVE WS-APO-SALARIO TO WS-APO-BASE-IVSS
               IF WS-APO-BASE-IVSS > WS-APO-TOPE-IVSS
                   MOVE WS-APO-TOPE-IVSS TO WS-APO-BASE-IVSS
               END-IF
               MOVE WS-APO-BASE-IVSS TO WS-APO-BASE-CALC
               MOVE WS-APO-TASA-IVSS-PAT TO WS-APO-TASA-CALC
               PERFORM 000-CALCULAR-APORTE
               MOVE WS-APO-MONTO TO WS-APO-IVSS-PAT
               MOVE WS-APO-TASA-IVSS-TRAB TO WS-APO-TASA-CALC
               PERFORM 000-CALCULAR-APORTE
               MOVE WS-APO-MONTO TO WS-APO-IVSS-TRAB
               MOVE WS-APO-TASA-RPE-PAT TO WS-APO-TASA-CALC
               PERFORM 000-CALCULAR-APORTE
               MOVE WS-APO-MONTO TO WS-APO-RPE-PAT
               MOVE WS-APO-TASA-RPE-TRAB TO WS-APO-TASA-CALC
               PERFORM 000-CALCULAR-APORTE
               MOVE WS-APO-MONTO TO WS-APO-RPE-TRAB
               MOVE WS-APO-SALARIO TO WS-APO-BASE-CALC
               MOVE WS-APO-TASA-FAOV-PAT TO WS-APO-TASA-CALC
               PERFORM 000-CALCULAR-APORTE
               MOVE WS-APO-MONTO TO WS-APO-FAOV-PAT
               MOVE WS-APO-TASA-FAOV-TRAB TO WS-APO-TASA-CALC
               PERFORM 000-CALCULAR-APORTE
               MOVE WS-APO-MONTO TO WS-APO-FAOV-TRAB
               MOVE WS-APO-TASA-INCES-PAT TO WS-APO-TASA-CALC
               PERFORM 000-CALCULAR-APORTE
               MOVE WS-APO-MONTO TO WS-APO-INCES-PAT
               COMPUTE WS-APO-TOTAL-PAT =
                   WS-APO-IVSS-PAT + WS-APO-RPE-PAT
                   + WS-APO-FAOV-PAT + WS-APO-INCES-PAT
               PERFORM 000-ESCRIBIR-APORTES-EMPLEADO
               PERFORM 000-ACUMULAR-APORTES
           END-IF.
       *>  -------------------------------------------------------------
       *>  SUMA EN WS-APO-SALARIO LO DEVENGADO POR WS-CI-EMPLEADO EN
       *>  WS-APO-PERIODO (SALARIO - AUSENCIAS + ASIGNACIONES VARIABLES
       *>  DE CADA PAGO DEL HISTORIAL) Y CUENTA LOS PAGOS EN WS-APO-PAGOS
       *>  -------------------------------------------------------------
       000-DEVENGADO-PERIODO-APO.
           MOVE ZERO TO WS-APO-SALARIO.
           MOVE ZERO TO WS-APO-PAGOS.
           MOVE ZERO TO WS-HISTORIAL-EOF.
           MOVE ZERO TO FS-HISTORIAL.
           OPEN INPUT F-HISTORIAL.
                       AT END
                           SET HISTORIAL-EOF TO TRUE
                       NOT AT END
                           IF HIST-CI-EMPLEADO = WS-CI-EMPLEADO
                               AND HIST-PERIODO = WS-APO-PERIODO
                               ADD 1 TO WS-APO-PAGOS
                               ADD HIST-SALARIO TO WS-APO-SALARIO
                               IF HIST-AUSENCIAS NUMERIC
                                   SUBTRACT HIST-AUSENCIAS
                                       FROM WS-APO-SALARIO
                               END-IF
                               IF HIST-ASIGNACIONES NUMERIC
                                   ADD HIST-ASIGNACIONES
                                       TO WS-APO-SALARIO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-HISTORIAL
           END-IF.
       *>  -------------------------------------------------------------
       *>  WS-APO-MONTO = WS-APO-BASE-CALC * WS-APO-TASA-CALC / 100 (EN
       *>  DOS PASOS POR LA ESCALA DEL INTERMEDIO)
       *>  -------------------------------------------------------------
       000-CALCULAR-APORTE.
           COMPUTE WS-APO-CALCULO = WS-APO-BASE-CALC * WS-APO-TASA-CALC.
           COMPUTE WS-APO-MONTO ROUNDED = WS-APO-CALCULO / 100.
       *>  -------------------------------------------------------------
       *>  ESCRIBE LAS LÍNEAS DEL EMPLEADO EN APORTES.TXT Y SUS
       *>  DETALLES EN TIUNA.TXT Y BANAVIH.TXT. LA NACIONALIDAD NO SE
       *>  GUARDA EN EL MAESTRO: SE DECLARA "V".
       *>  -------------------------------------------------------------
       000-ESCRIBIR-APORTES-EMPLEADO.
           MOVE SPACES TO WS-LINEA-APORTES.
           STRING "CÉDULA: " DELIMITED BY SIZE
               CI-EMPLEADO OF REG-EMPLEADO DELIMITED BY SIZE
               " APELLIDO: " DELIMITED BY SIZE
               APELLIDO OF REG-EMPLEADO DELIMITED BY "  "
               INTO WS-LINEA-APORTES.
           WRITE REG-APORTES FROM WS-LINEA-APORTES.
           MOVE SPACES TO WS-LINEA-APORTES.
           STRING "  SALARIO: " DELIMITED BY SIZE
               WS-APO-SALARIO DELIMITED BY SIZE
               " BASE IVSS/RPE: " DELIMITED BY SIZE
               WS-APO-BASE-IVSS DELIMITED BY SIZE
               INTO WS-LINEA-APORTES.
           WRITE REG-APORTES FROM WS-LINEA-APORTES.
           MOVE SPACES TO WS-LINEA-APORTES.
           STRING "  IVSS PAT.: " DELIMITED BY SIZE
               WS-APO-IVSS-PAT DELIMITED BY SIZE
               " TRAB.: " DELIMITED BY SIZE
               WS-APO-IVSS-TRAB DELIMITED BY SIZE
               " RPE PAT.: " DELIMITED BY SIZE
               WS-APO-RPE-PAT DELIMITED BY SIZE
               " TRAB.: " DELIMITED BY SIZE
               WS-APO-RPE-TRAB DELIMITED BY SIZE
               INTO WS-LINEA-APORTES.
           WRITE REG-APORTES FROM WS-LINEA-APORTES.
           MOVE SPACES TO WS-LINEA-APORTES.
           STRING "  FAOV PAT.: " DELIMITED BY SIZE
               WS-APO-FAOV-PAT DELIMITED BY SIZE
               " TRAB.: " DELIMITED BY SIZE
               WS-APO-FAOV-TRAB DELIMITED BY SIZE
               " INCES PAT.: " DELIMITED BY SIZE
               WS-APO-INCES-PAT DELIMITED BY SIZE
               INTO WS-LINEA-APORTES.
           WRITE REG-APORTES FROM WS-LINEA-APORTES.
           MOVE SPACES TO WS-LINEA-APORTES.
           STRING "  TOTAL APORTE PATRONAL: " DELIMITED BY SIZE
               WS-APO-TOTAL-PAT DELIMITED BY SIZE
               INTO WS-LINEA-APORTES.
           WRITE REG-APORTES FROM WS-LINEA-APORTES.
           MOVE SPACES TO REG-TIUNA.
           MOVE "D" TO TIU-TIPO.
           MOVE "V" TO TIU-NACIONALIDAD.
           MOVE CI-EMPLEADO OF REG-EMPLEADO TO TIU-CI-EMPLEADO.
           MOVE APELLIDO OF REG-EMPLEADO TO TIU-APELLIDO.
           MOVE NOMBRE OF REG-EMPLEADO TO TIU-NOMBRE.
           MOVE WS-APO-PERIODO TO TIU-PERIODO.
           MOVE WS-APO-SALARIO TO TIU-SALARIO.
           MOVE WS-APO-BASE-IVSS TO TIU-BASE.
           MOVE WS-APO-IVSS-TRAB TO TIU-IVSS-TRAB.
           MOVE WS-APO-IVSS-PAT TO TIU-IVSS-PATRONO.
           MOVE WS-APO-RPE-TRAB TO TIU-RPE-TRAB.
           MOVE WS-APO-RPE-PAT TO TIU-RPE-PATRONO.
           WRITE REG-TIUNA.
           MOVE SPACES TO REG-BANAVIH.
           MOVE "D" TO BAN-TIPO.
           MOVE "V" TO BAN-NACIONALIDAD.
           MOVE CI-EMPLEADO OF REG-EMPLEADO TO BAN-CI-EMPLEADO.
           MOVE APELLIDO OF REG-EMPLEADO TO BAN-APELLIDO.
           MOVE NOMBRE OF REG-EMPLEADO TO BAN-NOMBRE.
           MOVE WS-APO-PERIODO TO BAN-PERIODO.
           MOVE WS-APO-SALARIO TO BAN-SALARIO.
           MOVE WS-APO-FAOV-TRAB TO BAN-FAOV-TRAB.
           MOVE WS-APO-FAOV-PAT TO BAN-FAOV-PATRONO.
           WRITE REG-BANAVIH.
       *>  -------------------------------------------------------------
       *>  ACUMULA LOS APORTES DEL EMPLEADO EN CURSO EN LOS TOTALES Y
       *>  EN EL SUBTOTAL DE SU DEPARTAMENTO (O EN EL GRUPO SIN
       *>  DEPARTAMENTO, COMO 000-ACUMULAR-DEPARTAMENTO-NOM)
       *>  -------------------------------------------------------------
       000-ACUMULAR-APORTES.
           ADD 1 TO WS-APO-TOT-TRABAJADORES.
           ADD WS-APO-SALARIO TO WS-APO-TOT-SALARIO.
           ADD WS-APO-BASE-IVSS TO WS-APO-TOT-BASE-IVSS.
           ADD WS-APO-IVSS-PAT TO WS-APO-TOT-IVSS-PAT.
           ADD WS-APO-IVSS-TRAB TO WS-APO-TOT-IVSS-TRAB.
           ADD WS-APO-RPE-PAT TO WS-APO-TOT-RPE-PAT.
           ADD WS-APO-RPE-TRAB TO WS-APO-TOT-RPE-TRAB.
           ADD WS-APO-FAOV-PAT TO WS-APO-TOT-FAOV-PAT.
           ADD WS-APO-FAOV-TRAB TO WS-APO-TOT-FAOV-TRAB.
           ADD WS-APO-INCES-PAT TO WS-APO-TOT-INCES-PAT.
           ADD WS-APO-TOTAL-PAT TO WS-APO-TOT-PATRONAL.
           MOVE "N" TO WS-DEP-HALLADO.
           IF CODIGO-DEPARTAMENTO OF REG-EMPLEADO NUMERIC
                   AND CODIGO-DEPARTAMENTO OF REG-EMPLEADO NOT = ZERO
               MOVE CODIGO-DEPARTAMENTO OF REG-EMPLEADO TO DEP-CODIGO
               PERFORM 000-BUSCAR-DEPARTAMENTO
           END-IF.
           IF WS-DEP-HALLADO = "S"
               ADD 1 TO WS-DEP-SUB-EMPLEADOS (WS-DEP-IDX)
               ADD WS-APO-SALARIO TO WS-DEP-SUB-SALARIO (WS-DEP-IDX)
               ADD WS-APO-IVSS-PAT TO WS-DEP-SUB-IVSS (WS-DEP-IDX)
               ADD WS-APO-RPE-PAT TO WS-DEP-SUB-RPE (WS-DEP-IDX)
               ADD WS-APO-FAOV-PAT TO WS-DEP-SUB-FAOV (WS-DEP-IDX)
               ADD WS-APO-INCES-PAT TO WS-DEP-SUB-INCES (WS-DEP-IDX)
           ELSE
               ADD 1 TO WS-DEP-SIN-EMPLEADOS
               ADD WS-APO-SALARIO TO WS-DEP-SIN-SALARIO
               ADD WS-APO-IVSS-PAT TO WS-DEP-SIN-IVSS
               ADD WS-APO-RPE-PAT TO WS-DEP-SIN-RPE
               ADD WS-APO-FAOV-PAT TO WS-DEP-SIN-FAOV
               ADD WS-APO-INCES-PAT TO WS-DEP-SIN-INCES
           END-IF.
       *>  -------------------------------------------------------------
       *>  ESCRIBE EN APORTES.TXT EL SUBTOTAL DEL DEPARTAMENTO
       *>  WS-DEP-IDX (SI TUVO EMPLEADOS) Y AVANZA AL SIGUIENTE
       *>  -------------------------------------------------------------
       000-ESCRIBIR-APORTES-DEP.
           IF WS-DEP-SUB-EMPLEADOS (WS-DEP-IDX) > ZERO
               COMPUTE WS-APO-SUB-TOTAL =
                   WS-DEP-SUB-IVSS (WS-DEP-IDX)
                   + WS-DEP-SUB-RPE (WS-DEP-IDX)
                   + WS-DEP-SUB-FAOV (WS-DEP-IDX)
                   + WS-DEP-SUB-INCES (WS-DEP-IDX)
               MOVE SPACES TO WS-LINEA-APORTES
               STRING "SUBTOTAL DEPTO. " DELIMITED BY SIZE
                   WS-DEP-CODIGO (WS-DEP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DEP-NOMBRE (WS-DEP-IDX) DELIMITED BY "  "
                   " - EMPLEADOS: " DELIMITED BY SIZE
                   WS-DEP-SUB-EMPLEADOS (WS-DEP-IDX) DELIMITED BY SIZE
                   INTO WS-LINEA-APORTES
               WRITE REG-APORTES FROM WS-LINEA-APORTES
               MOVE SPACES TO WS-LINEA-APORTES
               STRING "  SALARIO: " DELIMITED BY SIZE
                   WS-DEP-SUB-SALARIO (WS-DEP-IDX) DELIMITED BY SIZE
                   " APORTE PATRONAL: " DELIMITED BY SIZE
                   WS-APO-SUB-TOTAL DELIMITED BY SIZE
                   INTO WS-LINEA-APORTES
               WRITE REG-APORTES FROM WS-LINEA-APORTES
               MOVE SPACES TO WS-LINEA-APORTES
               STRING "  IVSS: " DELIMITED BY SIZE
                   WS-DEP-SUB-IVSS (WS-DEP-IDX) DELIMITED BY SIZE
                   " RPE: " DELIMITED BY SIZE
                   WS-DEP-SUB-RPE (WS-DEP-IDX) DELIMITED BY SIZE
                   " FAOV: " DELIMITED BY SIZE
                   WS-DEP-SUB-FAOV (WS-DEP-IDX) DELIMITED BY SIZE
                   " INCES: " DELIMITED BY SIZE
                   WS-DEP-SUB-INCES (WS-DEP-IDX) DELIMITED BY SIZE
                   INTO WS-LINEA-APORTES
               WRITE REG-APORTES FROM WS-LINEA-APORTES
           END-IF.
           ADD 1 TO WS-DEP-IDX.
       *>  -------------------------------------------------------------
       *>  ESCRIBE EN APORTES.TXT LOS TOTALES GENERALES DE LA CORRIDA
       *>  -------------------------------------------------------------
       000-ESCRIBIR-TOTALES-APORTES.
           MOVE ALL "-" TO WS-LINEA-APORTES.
           WRITE REG-APORTES FROM WS-LINEA-APORTES.
           MOVE SPACES TO WS-LINEA-APORTES.
           STRING "TOTAL GENERAL - TRABAJADORES: " DELIMITED BY SIZE
               WS-APO-TOT-TRABAJADORES DELIMITED BY SIZE
               " SALARIO: " DELIMITED BY SIZE
               WS-APO-TOT-SALARIO DELIMITED BY SIZE
               INTO WS-LINEA-APORTES.
           WRITE REG-APORTES FROM WS-LINEA-APORTES.
           MOVE SPACES TO WS-LINEA-APORTES.
           STRING "TOTAL IVSS - PATRONO: " DELIMITED BY SIZE
               WS-APO-TOT-IVSS-PAT DELIMITED BY SIZE
               " TRABAJADOR: " DELIMITED BY SIZE
               WS-APO-TOT-IVSS-TRAB DELIMITED BY SIZE
               INTO WS-LINEA-APORTES.
           WRITE REG-APORTES FROM WS-LINEA-APORTES.
           MOVE SPACES TO WS-LINEA-APORTES.
           STRING "TOTAL RPE (PARO FORZOSO) - PATRONO: "
               DELIMITED BY SIZE
               WS-APO-TOT-RPE-PAT DELIMITED BY SIZE
               " TRABAJADOR: " DELIMITED BY SIZE
               WS-APO-TOT-RPE-TRAB DELIMITED BY SIZE
               INTO WS-LINEA-APORTES.
           WRITE REG-APORTES FROM WS-LINEA-APORTES.
           MOVE SPACES TO WS-LINEA-APORTES.
           STRING "TOTAL FAOV - PATRONO: " DELIMITED BY SIZE
               WS-APO-TOT-FAOV-PAT DELIMITED BY SIZE
               " TRABAJADOR: " DELIMITED BY SIZE
               WS-APO-TOT-FAOV-TRAB DELIMITED BY SIZE
               INTO WS-LINEA-APORTES.
           WRITE REG-APORTES FROM WS-LINEA-APORTES.
           MOVE SPACES TO WS-LINEA-APORTES.
           STRING "TOTAL INCES - PATRONO: " DELIMITED BY SIZE
               WS-APO-TOT-INCES-PAT DELIMITED BY SIZE
               INTO WS-LINEA-APORTES.
           WRITE REG-APORTES FROM WS-LINEA-APORTES.
           MOVE SPACES TO WS-LINEA-APORTES.
           STRING "TOTAL GENERAL - APORTE PATRONAL: " DELIMITED BY SIZE
               WS-APO-TOT-PATRONAL DELIMITED BY SIZE
               INTO WS-LINEA-APORTES.
           WRITE REG-APORTES FROM WS-LINEA-APORTES.
       *>  -------------------------------------------------------------
       *>  ESCRIBE AL FINAL DE TIUNA.TXT Y BANAVIH.TXT EL REGISTRO DE
       *>  CONTROL "T": CANTIDAD DE TRABAJADORES, BASE, APORTES DEL
       *>  TRABAJADOR, DEL PATRONO Y LA SUMA DE AMBOS A ENTERAR
       *>  -------------------------------------------------------------
       000-ESCRIBIR-CONTROL-APORTES.
           MOVE SPACES TO REG-TIUNA-CONTROL.
           MOVE "T" TO TIU-CTL-TIPO.
           MOVE WS-APO-PERIODO TO TIU-CTL-PERIODO.
           MOVE WS-APO-TOT-TRABAJADORES TO TIU-CTL-TRABAJADORES.
           MOVE WS-APO-TOT-BASE-IVSS TO TIU-CTL-BASE.
           COMPUTE TIU-CTL-APORTE-TRAB =
               WS-APO-TOT-IVSS-TRAB + WS-APO-TOT-RPE-TRAB.
           COMPUTE TIU-CTL-APORTE-PATRONO =
               WS-APO-TOT-IVSS-PAT + WS-APO-TOT-RPE-PAT.
           COMPUTE TIU-CTL-TOTAL =
               TIU-CTL-APORTE-TRAB + TIU-CTL-APORTE-PATRONO.
           WRITE REG-TIUNA-CONTROL.
           MOVE SPACES TO REG-BANAVIH-CONTROL.
           MOVE "T" TO BAN-CTL-TIPO.
           MOVE WS-APO-PERIODO TO BAN-CTL-PERIODO.
           MOVE WS-APO-TOT-TRABAJADORES TO BAN-CTL-TRABAJADORES.
           MOVE WS-APO-TOT-SALARIO TO BAN-CTL-SALARIOS.
           MOVE WS-APO-TOT-FAOV-TRAB TO BAN-CTL-APORTE-TRAB.
           MOVE WS-APO-TOT-FAOV-PAT TO BAN-CTL-APORTE-PATRONO.
           COMPUTE BAN-CTL-TOTAL =
               WS-APO-TOT-FAOV-TRAB + WS-APO-TOT-FAOV-PAT.
           WRITE REG-BANAVIH-CONTROL.
           DISPLAY "CONTROL TIUNA - TRABAJADOR: " TIU-CTL-APORTE-TRAB
               " PATRONO: " TIU-CTL-APORTE-PATRONO
               " TOTAL: " TIU-CTL-TOTAL.
           DISPLAY "CONTROL BANAVIH - TRABAJADOR: " BAN-CTL-APORTE-TRAB
               " PATRONO: " BAN-CTL-APORTE-PATRONO
               " TOTAL: " BAN-CTL-TOTAL.
       *>  -------------------------------------------------------------
       *>  RESPALDO, VERIFICACIÓN Y RESTAURACIÓN DEL JUEGO COMPLETO DE
       *>  ARCHIVOS DE DATOS. CADA JUEGO QUEDA FECHADO (ARCHIVO.RAAAAMMDD)
               MOVE ZERO TO WS-ARC-ACUM-NETO
               MOVE ZERO TO WS-ARC-ACUM-OTRAS
               MOVE ZERO TO WS-ARC-ACUM-AUSENCIAS
               MOVE ZERO TO WS-ARC-ACUM-ASIGNACIONES
               MOVE ZERO TO WS-ARC-ACUM-CON-CANT
           END-IF.
           ADD WS-ARC-SALARIO TO WS-ARC-ACUM-SALARIO.
           ADD WS-ARC-PRESTAMO TO WS-ARC-ACUM-PRESTAMO.
           IF WS-ARC-AUSENCIAS NUMERIC
               ADD WS-ARC-AUSENCIAS TO WS-ARC-ACUM-AUSENCIAS
           END-IF.
           IF WS-ARC-ASIGNACIONES NUMERIC
               ADD WS-ARC-ASIGNACIONES TO WS-ARC-ACUM-ASIGNACIONES
           END-IF.
           IF WS-ARC-CANT-CONCEPTOS NUMERIC
               MOVE 1 TO WS-ARC-CON-IDX
               PERFORM 000-ACUMULAR-CONCEPTO-ARC
                   UNTIL WS-ARC-CON-IDX > WS-ARC-CANT-CONCEPTOS
                       OR WS-ARC-CON-IDX > 20
           END-IF.
       *>  -------------------------------------------------------------
       *>  SUMA EL CONCEPTO WS-ARC-CON-IDX DEL WS-ARC-REGISTRO EN CURSO
       *>  A LA ENTRADA DE SU CÓDIGO EN EL ACUMULADO DEL RESUMEN (LA
       *>  CREA SI ES EL PRIMERO DE ESE CÓDIGO) Y AVANZA
       *>  -------------------------------------------------------------
       000-ACUMULAR-CONCEPTO-ARC.
           MOVE "N" TO WS-ARC-CON-HALLADO.
           MOVE 1 TO WS-ARC-ACUM-IDX.
           PERFORM 000-COMPARAR-CONCEPTO-ARC
               UNTIL WS-ARC-ACUM-IDX > WS-ARC-ACUM-CON-CANT
                   OR WS-ARC-CON-HALLADO = "S".
           IF WS-ARC-CON-HALLADO = "N" AND WS-ARC-ACUM-CON-CANT < 20
               ADD 1 TO WS-ARC-ACUM-CON-CANT
               MOVE WS-ARC-ACUM-CON-CANT TO WS-ARC-ACUM-POS
               MOVE WS-ARC-CON-CODIGO (WS-ARC-CON-IDX)
                   TO WS-ARC-ACUM-CON-CODIGO (WS-ARC-ACUM-POS)
               MOVE ZERO TO WS-ARC-ACUM-CON-MONTO (WS-ARC-ACUM-POS)
               MOVE "S" TO WS-ARC-CON-HALLADO
           END-IF.
           IF WS-ARC-CON-HALLADO = "S"
               ADD WS-ARC-CON-MONTO (WS-ARC-CON-IDX)
                   TO WS-ARC-ACUM-CON-MONTO (WS-ARC-ACUM-POS)
           END-IF.
           ADD 1 TO WS-ARC-CON-IDX.
       *>  -------------------------------------------------------------
       *>  COMPARA LA ENTRADA WS-ARC-ACUM-IDX DEL ACUMULADO CON EL
       *>  CÓDIGO DEL CONCEPTO EN CURSO, DEJA SU POSICIÓN EN
       *>  WS-ARC-ACUM-POS SI COINCIDE Y AVANZA
       *>  -------------------------------------------------------------
       000-COMPARAR-CONCEPTO-ARC.
           IF WS-ARC-ACUM-CON-CODIGO (WS-ARC-ACUM-IDX) =
                   WS-ARC-CON-CODIGO (WS-ARC-CON-IDX)
               MOVE "S" TO WS-ARC-CON-HALLADO
               MOVE WS-ARC-ACUM-IDX TO WS-ARC-ACUM-POS
           END-IF.
           ADD 1 TO WS-ARC-ACUM-IDX.
       *>  -------------------------------------------------------------
       *>  PASA AL RESUMEN EN WS-ARC-REGISTRO LA ENTRADA WS-ARC-CON-IDX
       *>  DEL ACUMULADO POR CONCEPTO Y AVANZA
       *>  -------------------------------------------------------------
       000-VOLCAR-CONCEPTO-ARC.
           MOVE WS-ARC-ACUM-CON-CODIGO (WS-ARC-CON-IDX)
               TO WS-ARC-CON-CODIGO (WS-ARC-CON-IDX).
           MOVE WS-ARC-ACUM-CON-MONTO (WS-ARC-CON-IDX)
               TO WS-ARC-CON-MONTO (WS-ARC-CON-IDX).
           ADD 1 TO WS-ARC-CON-IDX.
       *>  -------------------------------------------------------------
       *>  ESCRIBE EN EL HISTORIAL VIVO EL RESUMEN PENDIENTE DE LA
       *>  CÉDULA Y AÑO ANTERIORES (PERÍODO AAAA00), SI LO HAY
               MOVE WS-ARC-ACUM-NETO TO WS-ARC-NETO
               MOVE WS-ARC-ACUM-OTRAS TO WS-ARC-OTRAS
               MOVE WS-ARC-ACUM-AUSENCIAS TO WS-ARC-AUSENCIAS
               MOVE WS-ARC-ACUM-ASIGNACIONES TO WS-ARC-ASIGNACIONES
               *> EL RESUMEN SE EXPRESA EN BOLÍVARES; LA TASA Y EL
               *> MONTO EN DIVISA SÓLO TIENEN SENTIDO POR PERÍODO
               MOVE "B" TO WS-ARC-MONEDA
               MOVE ZERO TO WS-ARC-MONTO-DIVISA
               MOVE ZERO TO WS-ARC-TASA
               MOVE "M" TO WS-ARC-FRECUENCIA
               MOVE ZERO TO WS-ARC-SUBPERIODO
               MOVE SPACE TO WS-ARC-TIPO-PAGO
               MOVE ZERO TO WS-ARC-DECRETO
               MOVE SPACES TO WS-ARC-CONCEPTOS
               MOVE WS-ARC-ACUM-CON-CANT TO WS-ARC-CANT-CONCEPTOS
               MOVE 1 TO WS-ARC-CON-IDX
               PERFORM 000-VOLCAR-CONCEPTO-ARC
                   UNTIL WS-ARC-CON-IDX > WS-ARC-ACUM-CON-CANT
               WRITE REG-HISTORIAL-TMP FROM WS-ARC-REGISTRO
               ADD 1 TO WS-ARC-RESUMENES
               MOVE "N" TO WS-ARC-HAY-ACUM
                               DISPLAY "PERÍODO: " HAN-PERIODO
                                   " SALARIO: " HAN-SALARIO
                                   " PRÉSTAMO: " HAN-PRESTAMO
                               IF HAN-FRECUENCIA = "Q"
                                       AND HAN-SUBPERIODO NUMERIC
                                   DISPLAY "  QUINCENA: " HAN-SUBPERIODO
                               END-IF
                               IF HAN-FRECUENCIA = "S"
                                       AND HAN-SUBPERIODO NUMERIC
                                   DISPLAY "  SEMANA: " HAN-SUBPERIODO
                               END-IF
                               IF HAN-TIPO-PAGO = "R"
                                   DISPLAY "  RETROACTIVO DEL DECRETO: "
                                       HAN-DECRETO
                               END-IF
                               IF HAN-OTRAS NUMERIC
                                   DISPLAY "  SSO: " HAN-SSO
                                       " OTRAS DED.: " HAN-OTRAS
                                   DISPLAY "  DESCUENTO AUSENCIAS: "
                                       HAN-AUSENCIAS
                               END-IF
                               IF HAN-ASIGNACIONES NUMERIC
                                       AND HAN-ASIGNACIONES > ZERO
                                   DISPLAY "  ASIGNACIONES VARIABLES: "
                                       HAN-ASIGNACIONES
                               END-IF
                               IF HAN-MONEDA = "D"
                                       AND HAN-MONTO-DIVISA NUMERIC
                                   DISPLAY "  ANCLA EN DIVISA: "
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  VALIDA WS-FRECUENCIA-PAGO (M=MENSUAL, Q=QUINCENAL, S=SEMANAL)
       *>  -------------------------------------------------------------
       000-VALIDAR-FRECUENCIA-PAGO.
           MOVE "S" TO WS-CAMPO-VALIDO.
           IF WS-FRECUENCIA-PAGO = "m"
               MOVE "M" TO WS-FRECUENCIA-PAGO
           END-IF.
           IF WS-FRECUENCIA-PAGO = "q"
               MOVE "Q" TO WS-FRECUENCIA-PAGO
           END-IF.
           IF WS-FRECUENCIA-PAGO = "s"
               MOVE "S" TO WS-FRECUENCIA-PAGO
           END-IF.
           IF WS-FRECUENCIA-PAGO NOT = "M"
                   AND WS-FRECUENCIA-PAGO NOT = "Q"
                   AND WS-FRECUENCIA-PAGO NOT = "S"
               MOVE "N" TO WS-CAMPO-VALIDO
               MOVE "FRECUENCIA-PAGO" TO WS-NOMBRE-CAMPO-EXCEPCION
               MOVE WS-FRECUENCIA-PAGO TO WS-VALOR-EXCEPCION
               MOVE "FRECUENCIA DEBE SER M, Q O S"
                   TO WS-MOTIVO-EXCEPCION
               PERFORM 000-REGISTRAR-EXCEPCION
           END-IF.
       *>  -------------------------------------------------------------
       *>  SOLICITA LA MONEDA DEL SALARIO Y, SI ES DIVISA, EL MONTO
       *>  ANCLADO; EL EQUIVALENTE EN BOLÍVARES SE CALCULA CON LA TASA
       *>  VIGENTE (SIN TASA CARGADA, EL MONTO EN BOLÍVARES SE PIDE A
       *>  UN REGISTRO DE ANCHO FIJO POR EMPLEADO (CUENTA + NETO A PAGAR)
       *>  USANDO LOS DATOS BANCARIOS DEL REGISTRO. SÓLO SE EXPORTA LA
       *>  FORMA DE PAGO "D" CON CUENTA REGISTRADA; LOS DEMÁS (CHEQUE O
       *>  SIN CUENTA) QUEDAN LISTADOS APARTE EN CHEQUES.TXT. EXIGE LA
       *>  PRE-NÓMINA DEL PERÍODO APROBADA Y QUE EL NETO DEL PERÍODO
       *>  SIGA SIENDO EL APROBADO.
       *>  -------------------------------------------------------------
       001-EXPORTAR-BANCO.
           DISPLAY " ".
           DISPLAY "EXPORTAR NÓMINA AL BANCO.".
           DISPLAY "========================================".
           *> EL PERÍODO ES NECESARIO PARA QUE 000-CALCULAR-NETO TOME
           *> LAS AUSENCIAS DEL MES, QUINCENA O SEMANA EN CURSO
           PERFORM 000-DETERMINAR-PERIODO-NOMINA.
           PERFORM 000-ESTADO-PRENOMINA.
           IF WS-PRE-ESTADO NOT = "A"
               PERFORM 000-RECHAZAR-SIN-PRENOMINA
           ELSE
               PERFORM 000-VERIFICAR-NETO-APROBADO
               IF WS-PRE-NETO-VIGENTE = "S"
                   PERFORM 000-GENERAR-BANCO
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  GENERA BANCO.TXT Y CHEQUES.TXT DEL PERÍODO EN CURSO (YA
       *>  COTEJADO CONTRA LA PRE-NÓMINA APROBADA)
       *>  -------------------------------------------------------------
       000-GENERAR-BANCO.
           MOVE ZERO TO WS-EMPLEADOS-EOF.
           MOVE ZERO TO WS-BANCO-CONTADOR.
           MOVE ZERO TO WS-CHEQUES-CONTADOR.
                   AT END
                       SET EMPLEADOS-EOF TO TRUE
                   NOT AT END
                   *> LOS EMPLEADOS EGRESADOS NO ENTRAN EN EL PAGO, NI
                   *> LOS DE OTRA FRECUENCIA DE PAGO
                   PERFORM 000-FRECUENCIA-EMPLEADO
                   IF ESTADO-EMPLEADO OF REG-EMPLEADO NOT = "I"
                       AND WS-FRECUENCIA-EMP = WS-FRECUENCIA-NOMINA
                       PERFORM 000-APLICAR-TASA-EMPLEADO
                       PERFORM 000-CALCULAR-NETO
                       IF FORMA-PAGO OF REG-EMPLEADO = "D"
           IF WS-SALARIO-DIVISA NOT NUMERIC
               MOVE ZERO TO WS-SALARIO-DIVISA
           END-IF.
           IF WS-FRECUENCIA-PAGO NOT = "Q"
                   AND WS-FRECUENCIA-PAGO NOT = "S"
               MOVE "M" TO WS-FRECUENCIA-PAGO
           END-IF.
           WRITE REG-EMPLEADO FROM WS-EMPLEADO
               INVALID KEY
                   REWRITE REG-EMPLEADO FROM WS-EMPLEADO
       *>  ANEXA UNA LÍNEA A BITACORA.TXT CON FECHA, HORA, CÉDULA
       *>  (WS-CI-EMPLEADO) Y CÓDIGO DE OPERACIÓN (WS-BITACORA-OPERACION:
       *>  "A"=ALTA, "E"=EDICIÓN, "B"=BAJA, "G"=EGRESO,
       *>  "S"=AJUSTE SALARIAL, "J"=EMBARGO REGISTRADO,
       *>  "K"=EMBARGO LEVANTADO, "P"=PRE-NÓMINA APROBADA,
       *>  "Q"=CAMBIO SENSIBLE PROPUESTO, "V"=APROBADO, "R"=RECHAZADO,
       *>  "X"=VENCIDO POR LA NÓMINA)
       *>  -------------------------------------------------------------
       000-REGISTRAR-BITACORA.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
                   INTO WS-LINEA-BITACORA
               WRITE REG-BITACORA FROM WS-LINEA-BITACORA
           END-IF.
           IF WS-FRECUENCIA-PAGO-ANTES NOT = WS-FRECUENCIA-PAGO
               STRING "  FRECUENCIA-PAGO: " DELIMITED BY SIZE
                   WS-FRECUENCIA-PAGO-ANTES DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-FRECUENCIA-PAGO DELIMITED BY SIZE
                   INTO WS-LINEA-BITACORA
               WRITE REG-BITACORA FROM WS-LINEA-BITACORA
           END-IF.
           CLOSE F-BITACORA.
       *>  -------------------------------------------------------------
       *>  ANEXA UNA LÍNEA A EXCEPCIONES.TXT CON EL CAMPO, EL VALOR
                           *> LA ÚLTIMA CUOTA SE LIMITA AL SALDO
                           *> RESTANTE, IGUAL QUE EL ABONO DEL CIERRE
                           IF ESTADO-PRESTAMO = "A"
                               PERFORM 000-CUOTA-PERIODO-PRESTAMO
                               ADD WS-CUOTA-PERIODO
                                   TO WS-CUOTA-PRESTAMOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       *>  -------------------------------------------------------------
       *>  DEJA EN WS-CUOTA-PERIODO LA CUOTA DEL REG-PRESTAMO EN CURSO
       *>  PARA EL PERÍODO DE PAGO: LA CUOTA MENSUAL FRACCIONADA SEGÚN
       *>  WS-FRECUENCIA-EMP Y LIMITADA AL SALDO RESTANTE
       *>  -------------------------------------------------------------
       000-CUOTA-PERIODO-PRESTAMO.
           MOVE WS-PERIODO-ACTUAL TO WS-FRC-PERIODO.
           MOVE MONTO-CUOTA-PRE TO WS-FRC-MONTO.
           PERFORM 000-FRACCIONAR-MONTO.
           MOVE WS-FRC-RESULTADO TO WS-CUOTA-PERIODO.
           IF WS-CUOTA-PERIODO > SALDO-PRESTAMO
               MOVE SALDO-PRESTAMO TO WS-CUOTA-PERIODO
           END-IF.
       *>  -------------------------------------------------------------
       *>  GESTIONA EL SUBLEDGER DE PRÉSTAMOS DE WS-CI-EMPLEADO: PERMITE
       *>  REGISTRAR UN PRÉSTAMO NUEVO Y/O UN ABONO A UNO EXISTENTE, Y
       *>  DEJA EL SALDO VIGENTE EN WS-MONTO-PRESTAMO
