      *                 (huerfanos) y su cuadre contra costopat.txt
      *                 tolera el redondeo por movimiento en vez de
      *                 un peso fijo.
      *  15/10/2026 MC  CFDI de nomina. Nueva opcion que genera la
      *                 solicitud de timbrado del periodo
      *                 (timbrado.txt, un renglon por movimiento
      *                 vigente sin UUID, con datos del maestro,
      *                 percepciones y deducciones) y carga el
      *                 retorno del PAC (timbreret.txt), guardando el
      *                 UUID por llave del movimiento en cfdi.txt. La
      *                 correccion encola en cancelacion.txt la
      *                 cancelacion del CFDI del movimiento
      *                 revertido, y el cierre del periodo se niega
      *                 mientras haya movimientos sin timbrar.
      *  15/10/2026 MC  Finiquito al dar de baja. La baja del
      *                 mantenimiento deja al empleado en estatus P
      *                 hasta que el finiquito se paga o se renuncia:
      *                 aguinaldo proporcional, vacaciones no
      *                 disfrutadas con su prima, prima de antiguedad
      *                 e indemnizacion opcional en despido
      *                 injustificado, con la parte exenta de la
      *                 separacion y los saldos abiertos de
      *                 deducciones.txt liquidados contra el neto. Se
      *                 graba como movimiento F con su propio recibo;
      *                 el reverso de un F regresa al empleado a P.
      *  15/10/2026 MC  Historial de salarios con vigencia. El cambio
      *                 de salario del mantenimiento ya no sobrescribe
      *                 la tarifa: agrega una linea a salhist.txt con
      *                 su fecha de vigencia, y la tarifa de cada
      *                 periodo sale del historial. Nueva opcion de
      *                 retroactivos: paga en el periodo abierto, como
      *                 movimiento A con su ISR, la diferencia de un
      *                 aumento con vigencia pasada sobre cada pago
      *                 ya hecho (retroact.txt), sin tocar los
      *                 periodos cerrados. Un A o F en el periodo ya
      *                 no impide capturar el pago ordinario.
      *  15/10/2026 MC  Prenomina (opcion 23): simulacion del periodo
      *                 por departamento con seccion de excepciones,
      *                 sin grabar nada; el lote de tarjetas avisa si
      *                 no se aprobo.
      *  15/10/2026 MC  Carga de checadas del reloj (opcion 24): arma
      *                 las horas por dia del periodo del calendario,
      *                 reporta checadas faltantes, dias sin salida y
      *                 sobre el maximo, genera tarjetas.txt y propone
      *                 las faltas de los dias sin checadas.
      *  15/10/2026 MC  IMSS: NSS, CURP y SBC en el maestro (SBC
      *                 integrado con aguinaldo y prima vacacional por
      *                 antiguedad). El alta, la baja definitiva, el
      *                 reingreso y el cambio de salario que mueve el
      *                 SBC generan su movimiento afiliatorio en
      *                 idsemov.txt con estatus de envio; la opcion 25
      *                 genera el lote del IDSE y el reporte bimestral
      *                 de SBC para el cotejo con el SUA. Recarga del
      *                 maestro del layout anterior en la opcion 11.
      *  15/10/2026 MC  Corrida de cierre desatendida (opcion 26):
      *                 lee el periodo, umbral y rechazos tolerados de
      *                 ctlcierre.txt y corre tarjetas, variaciones,
      *                 totales, cierre, dispersion y poliza; cada
      *                 paso queda en corrida.txt y en la auditoria, y
      *                 una nueva corrida reanuda en el paso fallido.
      *  15/10/2026 MC  Verificador de integridad cruzada (opcion
      *                 27, solo lectura) por periodo o anio: cruza
      *                 nomina.dat y el historico contra acumulados,
      *                 costopat, deducaplic, incidaplic y los totales
      *                 de los periodos cerrados; lista cada descuadre
      *                 con su llave.
      *  15/10/2026 MC  Fondo de ahorro (opcion 28): inscripcion con
      *                 porcentaje, aportacion del empleado en cada
      *                 pago con la de la empresa hasta el tope (en
      *                 costopat.txt, fuera del total de cargas),
      *                 saldo por empleado en fondoaho.txt y sus
      *                 movimientos en fondomov.txt, prestamos contra
      *                 el fondo que se abonan por deduccion y
      *                 liquidacion anual (movimiento L) con interes
      *                 gravado y saldo exento. El finiquito paga el
      *                 saldo del fondo y liquida el prestamo.
      *  15/10/2026 MC  Empleados de sueldo fijo: tipo de pago (H/S)
      *                 y sueldo mensual en el maestro, capturados en
      *                 el alta y cambiables en el mantenimiento
      *                 (opcion 11). El sueldo se prorratea a la
      *                 frecuencia del calendario (8010); las faltas,
      *                 incapacidades y vacaciones descuentan dias del
      *                 sueldo y solo se pagan horas extra reportadas.
      *                 Tarjetas sin horas aceptadas para ellos; el
      *                 aguinaldo, el finiquito y el SBC usan el
      *                 sueldo / 30. El recibo y el reporte muestran
      *                 el sueldo. La recarga del maestro anterior
      *                 deja a todos los empleados con pago por hora.
      *  15/10/2026 MC  Registro patronal y guia del IMSS se leen de
      *                 ctlimss.txt; sin registro patronal no se
      *                 genera el lote del IDSE.
      *  15/10/2026 MC  Tarjetas de checadas: el sueldo fijo lleva
      *                 tarjeta aunque no tenga horas checadas.
      *  15/10/2026 MC  Cada reverso anota en reversos.txt el
      *                 consecutivo que revierte; la correccion toma
      *                 el ultimo movimiento no revertido, y el
      *                 duplicado, los retroactivos y el timbrado ya
      *                 no suponen que el reverso sigue al movimiento.
      *  15/10/2026 MC  La aprobacion de la prenomina se graba por
      *                 periodo en prenomaprob.txt (operador, fecha y
      *                 hora); el lote de tarjetas y el paso 1 de la
      *                 corrida de cierre no procesan un periodo sin
      *                 prenomina aprobada.
      *  15/10/2026 MC  La correccion, el finiquito, el aguinaldo y el
      *                 SBC de reingreso toman la tarifa de salhist.txt
      *                 vigente a su fecha (7330); la solicitud de
      *                 timbrado incompleta ya no se da por generada.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS NA-LLAVE
               FILE STATUS IS FS-NOMINA-ANTERIOR.

      *    empleados.dat con el layout ANTERIOR del registro (134
      *    bytes, hasta la CLABE, sin los datos del IMSS ni el tipo de
      *    pago), renombrado a empleadosant.dat por el operador; solo
      *    lo lee la recarga de la opcion de conversion.
           SELECT EMPLEADO-ANTERIOR ASSIGN TO "empleadosant.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EA-EMPLEADO-ID
               FILE STATUS IS FS-EMPLEADO-ANTERIOR.

      *    Archivos de texto de la organizacion anterior; solo los
      *    lee la conversion unica (opcion 11) para cargarlos a los
      *    archivos indexados.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEDUC-APLICADAS.

           SELECT ARCHIVO-REVERSOS ASSIGN TO "reversos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REVERSOS.

           SELECT ARCHIVO-PERIODOS ASSIGN TO "periodos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIODOS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDARIO.

           SELECT ARCHIVO-TIMBRADO ASSIGN TO "timbrado.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TIMBRADO.

           SELECT ARCHIVO-TIMBRE-RETORNO ASSIGN TO "timbreret.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TIMBRE-RETORNO.

           SELECT ARCHIVO-CFDI ASSIGN TO "cfdi.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CFDI.

           SELECT ARCHIVO-CANCELACION ASSIGN TO "cancelacion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CANCELACION.

           SELECT ARCHIVO-SALARIOS ASSIGN TO "salhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SALARIOS.

           SELECT ARCHIVO-RETROACTIVOS ASSIGN TO "retroact.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETROACTIVOS.

           SELECT ARCHIVO-CHECADAS ASSIGN TO "checadas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHECADAS.

           SELECT ARCHIVO-IDSE ASSIGN TO "idsemov.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IDSE.

           SELECT ARCHIVO-IDSE-LOTE ASSIGN TO "idselote.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IDSE-LOTE.

           SELECT ARCHIVO-CONTROL-CIERRE ASSIGN TO "ctlcierre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-CIERRE.

      *    Datos patronales del IMSS de la empresa (un renglon), con
      *    los que se arma cada renglon del lote del IDSE.
           SELECT ARCHIVO-CONTROL-IMSS ASSIGN TO "ctlimss.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-IMSS.

           SELECT ARCHIVO-ESTADO-CORRIDA ASSIGN TO "corrida.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTADO-CORRIDA.

           SELECT ARCHIVO-FONDO ASSIGN TO "fondoaho.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FONDO.

           SELECT ARCHIVO-MOV-FONDO ASSIGN TO "fondomov.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOV-FONDO.

           SELECT ARCHIVO-APROB-PRENOMINA ASSIGN TO "prenomaprob.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APROB-PRENOMINA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-NOMINA.
               88  RN-MOV-ORIGINAL           VALUE "O".
               88  RN-MOV-REVERSO            VALUE "R".
               88  RN-MOV-CORRECCION         VALUE "C".
               88  RN-MOV-FINIQUITO          VALUE "F".
               88  RN-MOV-RETROACTIVO        VALUE "A".
               88  RN-MOV-LIQ-FONDO          VALUE "L".
           05  RN-NOMBRE-EMPLEADO        PIC X(50).
           05  RN-HORAS-REGULARES        PIC 9(3)V99.
           05  RN-HORAS-EXTRA            PIC 9(3)V99.
       01  REGISTRO-TARJETA.
           05  TA-EMPLEADO-ID            PIC 9(06).
           05  TA-HORAS-TRABAJADAS       PIC 9(3)V99.
      *        En blanco en las tarjetas del personal de sueldo fijo
      *        que no reporta horas extra.
           05  TA-HORAS-TEXTO REDEFINES TA-HORAS-TRABAJADAS
                                         PIC X(05).
           05  TA-FECHA-PERIODO          PIC X(10).

      *    Deducciones recurrentes por empleado. DA-FORMA indica si
           05  AP-TIPO                   PIC X(10).
           05  AP-MONTO                  PIC 9(6)V99.

      *    Un renglon por cada reverso (R) grabado en nomina.dat: la
      *    llave del reverso y el consecutivo del movimiento que
      *    revierte, que no tiene que ser el inmediato anterior (un
      *    retroactivo o un finiquito pueden haberse grabado despues
      *    del pago ordinario). Archivo solo de agregado.
       FD  ARCHIVO-REVERSOS.
       01  REGISTRO-REVERSO.
           05  RV-EMPLEADO-ID            PIC 9(06).
           05  RV-FECHA-PERIODO          PIC X(10).
           05  RV-CONSECUTIVO            PIC 9(03).
           05  RV-CONSEC-REVERTIDO       PIC 9(03).

      *    Estado de cada periodo de pago. Un periodo aparece aqui
      *    solo cuando ya se cerro (PE-ESTATUS "C") y el registro
      *    conserva los totales de control con que se cerro.
      *    provisiones de aguinaldo y vacaciones, calculadas con los
      *    factores FACTOR-* sobre el bruto del movimiento. Los
      *    reversos tambien graban su linea (tipo R) para que los
      *    reportes neteen. CT-FONDO-PATRON es la aportacion de la
      *    empresa al fondo de ahorro del movimiento; va aparte y no
      *    entra en CT-TOTAL-PATRON, que sigue siendo la suma de
      *    cuotas y provisiones (renglones anteriores: en blanco).
      *    Archivo solo de agregado.
       FD  ARCHIVO-COSTO-PATRONAL.
       01  REGISTRO-COSTO-PATRONAL.
           05  CT-EMPLEADO-ID            PIC 9(06).
           05  CT-PROV-AGUINALDO         PIC 9(6)V99.
           05  CT-PROV-VACACIONES        PIC 9(6)V99.
           05  CT-TOTAL-PATRON           PIC 9(7)V99.
           05  CT-FONDO-PATRON           PIC 9(6)V99.

      *    Catalogo de mapeo concepto-a-cuenta para la poliza
      *    contable, mantenible a mano. Conceptos que la poliza
           05  CL-FECHA-PAGO             PIC X(10).
           05  CL-FRECUENCIA             PIC X(01).

      *    Solicitud de timbrado del periodo para el proveedor de
      *    certificacion (PAC): un renglon por cada movimiento O/C/F/A
      *    del periodo que sigue vigente y aun no tiene UUID, con los
      *    datos del empleado tomados del maestro, las percepciones
      *    y las deducciones del movimiento. Se regenera completa en
      *    cada emision.
       FD  ARCHIVO-TIMBRADO.
       01  REGISTRO-TIMBRADO.
           05  TB-LLAVE.
               10  TB-EMPLEADO-ID        PIC 9(06).
               10  TB-FECHA-PERIODO      PIC X(10).
               10  TB-CONSECUTIVO        PIC 9(03).
           05  TB-TIPO-MOVIMIENTO        PIC X(01).
           05  TB-FECHA-INICIO           PIC X(10).
           05  TB-FECHA-FIN              PIC X(10).
           05  TB-FRECUENCIA             PIC X(01).
           05  TB-NOMBRE-EMPLEADO        PIC X(50).
           05  TB-DEPARTAMENTO           PIC X(30).
           05  TB-FECHA-CONTRATACION     PIC X(10).
           05  TB-BANCO                  PIC X(03).
           05  TB-CLABE                  PIC X(18).
           05  TB-SALARIO-POR-HORA       PIC 9(4)V99.
           05  TB-HORAS-REGULARES        PIC 9(3)V99.
           05  TB-HORAS-EXTRA            PIC 9(3)V99.
           05  TB-HORAS-DOBLES           PIC 9(3)V99.
           05  TB-SALARIO-REGULAR        PIC 9(7)V99.
           05  TB-SALARIO-EXTRA          PIC 9(7)V99.
           05  TB-SALARIO-DOBLE          PIC 9(7)V99.
           05  TB-PERCEPCIONES           PIC 9(7)V99.
           05  TB-PAGO-INCAPACIDAD       PIC 9(6)V99.
           05  TB-PAGO-VACACIONES        PIC 9(6)V99.
           05  TB-PRIMA-VACACIONAL       PIC 9(6)V99.
           05  TB-DESC-FALTAS            PIC 9(6)V99.
           05  TB-SALARIO-BRUTO          PIC 9(7)V99.
           05  TB-DEDUCCION-ISR          PIC 9(6)V99.
           05  TB-DEDUCCION-IMSS         PIC 9(6)V99.
           05  TB-DEDUCCION-RETIRO       PIC 9(6)V99.
           05  TB-DEDUCCION-ADICIONAL    PIC 9(6)V99.
           05  TB-DEDUCCIONES            PIC 9(6)V99.
           05  TB-SALARIO-NETO           PIC 9(7)V99.

      *    Retorno del PAC a la solicitud de timbrado: por cada
      *    llave solicitada, T con su UUID y fecha de timbrado, o E
      *    con el motivo del rechazo.
       FD  ARCHIVO-TIMBRE-RETORNO.
       01  REGISTRO-TIMBRE-RETORNO.
           05  TR-LLAVE.
               10  TR-EMPLEADO-ID        PIC 9(06).
               10  TR-FECHA-PERIODO      PIC X(10).
               10  TR-CONSECUTIVO        PIC 9(03).
           05  TR-RESULTADO              PIC X(01).
               88  TR-TIMBRADO               VALUE "T".
               88  TR-RECHAZADO              VALUE "E".
           05  TR-UUID                   PIC X(36).
           05  TR-FECHA-TIMBRADO         PIC X(10).
           05  TR-MENSAJE                PIC X(60).

      *    UUID de cada movimiento de nomina timbrado, por RN-LLAVE.
      *    Es de solo agregado: al solicitar la cancelacion de un
      *    CFDI se agrega otra linea de la misma llave con estatus C,
      *    que sustituye a la anterior al cargar el archivo.
       FD  ARCHIVO-CFDI.
       01  REGISTRO-CFDI.
           05  CF-LLAVE.
               10  CF-EMPLEADO-ID        PIC 9(06).
               10  CF-FECHA-PERIODO      PIC X(10).
               10  CF-CONSECUTIVO        PIC 9(03).
           05  CF-UUID                   PIC X(36).
           05  CF-FECHA-TIMBRADO         PIC X(10).
           05  CF-ESTATUS                PIC X(01).
               88  CF-VIGENTE                VALUE "V".
               88  CF-CANCELACION            VALUE "C".

      *    Cola de cancelaciones de CFDI para el PAC: una linea por
      *    movimiento timbrado que se revirtio (opcion de
      *    correccion), con el UUID original, el motivo SAT (02,
      *    comprobante emitido con errores; el reemplazo se timbra
      *    aparte) y el consecutivo del reverso que la origino.
       FD  ARCHIVO-CANCELACION.
       01  REGISTRO-CANCELACION.
           05  CN-LLAVE.
               10  CN-EMPLEADO-ID        PIC 9(06).
               10  CN-FECHA-PERIODO      PIC X(10).
               10  CN-CONSECUTIVO        PIC 9(03).
           05  CN-UUID                   PIC X(36).
           05  CN-MOTIVO                 PIC X(02).
           05  CN-FECHA-SOLICITUD        PIC X(10).
           05  CN-CONSEC-REVERSO         PIC 9(03).
           05  CN-ESTATUS                PIC X(01).

      *    Historial de salarios por hora: una linea por cada cambio
      *    de tarifa capturado en el mantenimiento del maestro, con
      *    la fecha desde la que rige. La tarifa de un periodo es la
      *    de la linea con la vigencia mas reciente que no pase de la
      *    fecha del periodo (7330).
       FD  ARCHIVO-SALARIOS.
       01  REGISTRO-SALARIO.
           05  SH-EMPLEADO-ID            PIC 9(06).
           05  SH-FECHA-VIGENCIA         PIC X(10).
           05  SH-SALARIO-POR-HORA       PIC 9(4)V99.
           05  SH-FECHA-CAPTURA          PIC X(10).
           05  SH-OPERADOR               PIC X(08).

      *    Retroactivos pagados: una linea por cada movimiento cuya
      *    diferencia de tarifa se cubrio en una corrida de
      *    retroactivos, con la tarifa que ya tenia pagada, la nueva
      *    y la llave del movimiento A que pago la diferencia. Una
      *    corrida posterior parte de RA-TARIFA-NUEVA, salvo que el
      *    movimiento A se haya revertido.
       FD  ARCHIVO-RETROACTIVOS.
       01  REGISTRO-RETROACTIVO.
           05  RA-LLAVE-ORIGEN.
               10  RA-EMPLEADO-ID        PIC 9(06).
               10  RA-FECHA-PERIODO      PIC X(10).
               10  RA-CONSECUTIVO        PIC 9(03).
           05  RA-TARIFA-PAGADA          PIC 9(4)V99.
           05  RA-TARIFA-NUEVA           PIC 9(4)V99.
           05  RA-DIFERENCIA             PIC 9(6)V99.
           05  RA-FECHA-PAGO             PIC X(10).
           05  RA-CONSEC-PAGO            PIC 9(03).

      *    Checadas del reloj checador (exportacion del reloj): una
      *    linea por cada par entrada/salida de un empleado en un
      *    dia. Las horas van en HH:MM; una hora en blanco es una
      *    checada faltante. Una salida menor que la entrada es un
      *    turno que cruza la medianoche.
       FD  ARCHIVO-CHECADAS.
       01  REGISTRO-CHECADA.
           05  CH-EMPLEADO-ID            PIC 9(06).
           05  CH-FECHA                  PIC X(10).
           05  CH-HORA-ENTRADA           PIC X(05).
           05  CH-HORA-SALIDA            PIC X(05).

      *    Movimientos afiliatorios al IMSS: una linea por cada alta
      *    o reingreso (08), baja (02) o modificacion de salario (07)
      *    con el SBC que se comunica, y el estatus de su
      *    presentacion en el IDSE: P pendiente, E enviado en el lote
      *    de AF-FECHA-ENVIO, C cancelado antes de enviarse. El
      *    archivo se regraba completo solo al cambiar estatus.
       FD  ARCHIVO-IDSE.
       01  REGISTRO-IDSE.
           05  AF-EMPLEADO-ID            PIC 9(06).
           05  AF-TIPO-MOVIMIENTO        PIC X(02).
               88  AF-MOV-ALTA               VALUE "08".
               88  AF-MOV-BAJA               VALUE "02".
               88  AF-MOV-MODIFICACION       VALUE "07".
           05  AF-FECHA-MOVIMIENTO       PIC X(10).
           05  AF-NSS                    PIC X(11).
           05  AF-CURP                   PIC X(18).
           05  AF-NOMBRE-EMPLEADO        PIC X(50).
           05  AF-SBC                    PIC 9(05)V99.
           05  AF-CAUSA-BAJA             PIC X(01).
           05  AF-FECHA-CAPTURA          PIC X(10).
           05  AF-ESTATUS                PIC X(01).
               88  AF-PENDIENTE              VALUE "P".
               88  AF-ENVIADO                VALUE "E".
               88  AF-CANCELADO              VALUE "C".
           05  AF-FECHA-ENVIO            PIC X(10).

      *    Lote de movimientos afiliatorios para el IDSE, en el
      *    layout de carga masiva (168 posiciones, fechas DDMMAAAA,
      *    SBC sin punto decimal). El maestro guarda el nombre en un
      *    solo campo, que se envia en el bloque de apellidos y
      *    nombre.
       FD  ARCHIVO-IDSE-LOTE.
       01  REGISTRO-IDSE-LOTE.
           05  IL-REGISTRO-PATRONAL      PIC X(11).
           05  IL-NSS                    PIC X(11).
           05  IL-NOMBRE                 PIC X(81).
           05  IL-SBC                    PIC 9(04)V99.
           05  FILLER                    PIC X(06).
           05  IL-TIPO-TRABAJADOR        PIC X(01).
           05  IL-TIPO-SALARIO           PIC X(01).
           05  IL-JORNADA                PIC X(01).
           05  IL-FECHA-MOVIMIENTO       PIC X(08).
           05  IL-UMF                    PIC X(03).
           05  FILLER                    PIC X(02).
           05  IL-TIPO-MOVIMIENTO        PIC X(02).
           05  IL-GUIA                   PIC X(05).
           05  IL-CLAVE-TRABAJADOR       PIC X(10).
           05  IL-CAUSA-BAJA             PIC X(01).
           05  IL-CURP                   PIC X(18).
           05  IL-IDENTIFICADOR          PIC X(01).

      *    Control de la corrida de cierre: un renglon con el numero
      *    de periodo del calendario a cerrar, el umbral de
      *    variaciones a reportar (999V99, en blanco = 20%) y las
      *    tarjetas rechazadas que se toleran (en blanco = 0).
       FD  ARCHIVO-CONTROL-CIERRE.
       01  REGISTRO-CONTROL-CIERRE.
           05  CC-NUMERO-PERIODO         PIC 9(03).
           05  CC-UMBRAL-VARIACION       PIC 9(03)V99.
           05  CC-MAX-RECHAZOS           PIC 9(04).

      *    Registro patronal ante el IMSS y guia del lote del IDSE.
       FD  ARCHIVO-CONTROL-IMSS.
       01  REGISTRO-CONTROL-IMSS.
           05  CI-REGISTRO-PATRONAL      PIC X(11).
           05  CI-GUIA                   PIC X(05).

      *    Estado de la corrida de cierre: un renglon por paso
      *    terminado (O) o fallido (F), de agregado. Al volver a
      *    correr el cierre de un periodo se reanuda en el primer
      *    paso que no termino bien.
       FD  ARCHIVO-ESTADO-CORRIDA.
       01  REGISTRO-ESTADO-CORRIDA.
           05  EC-FECHA-PERIODO          PIC X(10).
           05  EC-PASO                   PIC 9(01).
           05  EC-OPCION                 PIC 9(02).
           05  EC-RESULTADO              PIC X(01).
               88  EC-PASO-OK                VALUE "O".
               88  EC-PASO-FALLIDO           VALUE "F".
           05  EC-FECHA                  PIC X(08).
           05  EC-HORA                   PIC X(08).
           05  EC-OPERADOR               PIC X(08).
           05  EC-MOTIVO                 PIC X(60).

      *    Fondo de ahorro: un renglon por empleado inscrito, con el
      *    porcentaje del bruto que aporta en cada pago (la empresa
      *    aporta lo mismo hasta TOPE-APORTACION-FONDO), los saldos
      *    acumulados de las dos aportaciones y el prestamo contra el
      *    fondo con su abono por pago. FA-ESTATUS: A activo (aporta
      *    y abona), S suspendido (no aporta, conserva saldos), B
      *    liquidado por baja. Se regraba completo desde la tabla.
       FD  ARCHIVO-FONDO.
       01  REGISTRO-FONDO.
           05  FA-EMPLEADO-ID            PIC 9(06).
           05  FA-PORCENTAJE             PIC 9(02)V99.
           05  FA-ESTATUS                PIC X(01).
               88  FA-ACTIVO                 VALUE "A".
               88  FA-SUSPENDIDO             VALUE "S".
               88  FA-LIQUIDADO              VALUE "B".
           05  FA-FECHA-ALTA             PIC X(10).
           05  FA-SALDO-EMPLEADO         PIC 9(7)V99.
           05  FA-SALDO-EMPRESA          PIC 9(7)V99.
           05  FA-SALDO-PRESTAMO         PIC 9(7)V99.
           05  FA-ABONO-PRESTAMO         PIC 9(6)V99.

      *    Movimientos del fondo de ahorro, de agregado, con la llave
      *    del movimiento de nomina que los origino. FM-CONCEPTO:
      *    A aportacion y abono al prestamo de un pago, L liquidacion
      *    (anual o por baja), P prestamo otorgado (sin movimiento de
      *    nomina: consecutivo en cero). Los importes van sin signo;
      *    el concepto da el sentido y un reverso (FM-TIPO-MOVIMIENTO
      *    R) lo invierte.
       FD  ARCHIVO-MOV-FONDO.
       01  REGISTRO-MOV-FONDO.
           05  FM-LLAVE.
               10  FM-EMPLEADO-ID        PIC 9(06).
               10  FM-FECHA-PERIODO      PIC X(10).
               10  FM-CONSECUTIVO        PIC 9(03).
           05  FM-TIPO-MOVIMIENTO        PIC X(01).
           05  FM-CONCEPTO               PIC X(01).
               88  FM-APORTACION             VALUE "A".
               88  FM-LIQUIDACION            VALUE "L".
               88  FM-PRESTAMO               VALUE "P".
           05  FM-EMPLEADO               PIC 9(7)V99.
           05  FM-EMPRESA                PIC 9(7)V99.
           05  FM-PRESTAMO-IMPORTE       PIC 9(7)V99.
           05  FM-INTERES                PIC 9(7)V99.
           05  FM-FECHA-CAPTURA          PIC X(08).

      *    Decision del supervisor sobre la prenomina de cada periodo
      *    (6700): A aprobada, R no aprobada, con el operador, la
      *    fecha y la hora. Vale la ultima linea del periodo; sin
      *    prenomina aprobada el lote de tarjetas no procesa el
      *    periodo. Archivo solo de agregado.
       FD  ARCHIVO-APROB-PRENOMINA.
       01  REGISTRO-APROB-PRENOMINA.
           05  PA-FECHA-PERIODO          PIC X(10).
           05  PA-DECISION               PIC X(01).
               88  PA-APROBADA               VALUE "A".
               88  PA-NO-APROBADA            VALUE "R".
           05  PA-OPERADOR               PIC X(08).
           05  PA-FECHA                  PIC X(08).
           05  PA-HORA                   PIC X(08).

      *    Archivos de texto de la organizacion anterior; la
      *    conversion unica los lee a un buffer y decide el layout
      *    por contenido (los archivos son de agregado a traves de
           05  NA-DEDUCCIONES            PIC 9(6)V99.
           05  NA-SALARIO-NETO           PIC 9(7)V99.

      *    Layout anterior del maestro de empleados (hasta la CLABE,
      *    antes del NSS, la CURP, el SBC y el tipo de pago), para
      *    recargar un empleados.dat viejo renombrado a
      *    empleadosant.dat.
       FD  EMPLEADO-ANTERIOR.
       01  REGISTRO-EMPLEADO-ANTERIOR.
           05  EA-EMPLEADO-ID            PIC 9(06).
           05  EA-NOMBRE-EMPLEADO        PIC X(50).
           05  EA-DEPARTAMENTO           PIC X(30).
           05  EA-FECHA-CONTRATACION     PIC X(10).
           05  EA-SALARIO-POR-HORA       PIC 9(04)V99.
           05  EA-ESTATUS                PIC X(01).
           05  EA-FECHA-BAJA             PIC X(10).
           05  EA-BANCO                  PIC X(03).
           05  EA-CLABE                  PIC X(18).

       FD  MAESTRO-TEXTO.
       01  REGISTRO-MAESTRO-TEXTO         PIC X(134).

       01  PAGO-INCAPACIDAD       PIC 9(6)V99.
       01  PAGO-VACACIONES        PIC 9(6)V99.
       01  PRIMA-VACACIONAL       PIC 9(6)V99.
       01  TIPO-PAGO-EMPLEADO     PIC X(01) VALUE "H".
           88  PAGO-POR-HORA          VALUE "H" " ".
           88  PAGO-SUELDO-FIJO       VALUE "S".
       01  SUELDO-MENSUAL         PIC 9(6)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *    SUELDO FIJO (8010)
      *    El sueldo mensual se prorratea a los dias del periodo
      *    segun la frecuencia del calendario (S 7, Q 15, M 30); las
      *    horas capturadas son solo las extra reportadas sobre la
      *    jornada.
      *----------------------------------------------------------------
       77  DIAS-PERIODO-SUELDO    PIC 9(02) VALUE ZERO.
       77  FRECUENCIA-SUELDO      PIC X(01) VALUE SPACE.
       77  IDX-CAL-SUELDO         PIC 9(2) COMP VALUE ZERO.
       77  MONTO-DIAS-SUELDO      PIC 9(6)V99 VALUE ZERO.
       77  NUEVO-SUELDO-MENSUAL   PIC 9(6)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *    MENU Y CONTROL DE CAPTURA
      *----------------------------------------------------------------
       01  OPCION                 PIC 99.
       01  OPCION-REPORTE         PIC 9.
       01  OPCION-MANTENIMIENTO   PIC 99.
       77  NUMERO-DE-EMPLEADOS    PIC 9(3) VALUE ZERO.
       77  CANTIDAD-EMPLEADOS-LOTE PIC 9(3) VALUE ZERO.
       77  INDICE-EMPLEADO-LOTE   PIC 9(3) VALUE ZERO.
       77  ANIO-CONSULTA-VAC      PIC X(04) VALUE SPACES.
       77  ANIO-ACTUAL-NUM        PIC 9(4) VALUE ZERO.
       77  ANIO-CONTRATA-NUM      PIC 9(4) VALUE ZERO.
       77  FECHA-CONTRATA-VAC     PIC X(10) VALUE SPACES.
       77  FECHA-CORTE-VAC        PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------
      *    CONTROL DE LA CORRIDA ESPECIAL DE AGUINALDO
       77  IDX-EMPLEADO-AGUI      PIC 9(4) COMP VALUE ZERO.
       77  MES-CONTRATACION       PIC 9(2) VALUE ZERO.
       77  DIA-CONTRATACION       PIC 9(2) VALUE ZERO.
       77  DIA-CORTE-AGUINALDO    PIC 9(3) VALUE 365.

      *----------------------------------------------------------------
      *    TABLA DE TARIFAS PROGRESIVAS DE ISR (tarifas.txt)
               10  TE-FECHA-BAJA         PIC X(10).
               10  TE-BANCO              PIC X(03).
               10  TE-CLABE              PIC X(18).
               10  TE-NSS                PIC X(11).
               10  TE-CURP               PIC X(18).
               10  TE-SBC                PIC 9(05)V99.
               10  TE-FECHA-SBC          PIC X(10).
               10  TE-TIPO-PAGO          PIC X(01).
               10  TE-SUELDO-MENSUAL     PIC 9(06)V99.
       77  IDX-EMPLEADOS          PIC 9(4) COMP.
       77  IDX-EMPLEADO-MANT      PIC 9(4) COMP VALUE ZERO.

       77  TIPO-MOVIMIENTO        PIC X(01) VALUE "O".
       77  MAX-CONSECUTIVO        PIC 9(03) VALUE ZERO.
       77  MEJOR-CONSECUTIVO      PIC 9(03) VALUE ZERO.
       77  MOVIMIENTOS-PERIODO    PIC 9(03) VALUE ZERO.
       77  CONSEC-A-REVERTIR      PIC 9(03) VALUE ZERO.
       01  SW-PAGO-ORDINARIO      PIC X(01) VALUE SPACE.
           88  ORDINARIO-NINGUNO          VALUE SPACE.
           88  ORDINARIO-VIGENTE          VALUE "V".
           88  ORDINARIO-REVERTIDO        VALUE "R".

      *----------------------------------------------------------------
      *    MOVIMIENTOS REVERTIDOS
      *    9180 deja en TABLA-REVERTIDOS la llave de cada movimiento
      *    que un reverso de nomina.dat dejo sin efecto, para el
      *    empleado (REV-EMPLEADO-ID, cero = todos) y el periodo
      *    (REV-FECHA-PERIODO, espacios = todos) pedidos. El
      *    consecutivo revertido sale de reversos.txt (9185); 9190
      *    consulta la tabla con REV-BUSCAR-*.
      *----------------------------------------------------------------
       77  REV-EMPLEADO-ID        PIC 9(06) VALUE ZERO.
       77  REV-FECHA-PERIODO      PIC X(10) VALUE SPACES.
       77  REV-BUSCAR-EMPLEADO    PIC 9(06) VALUE ZERO.
       77  REV-BUSCAR-PERIODO     PIC X(10) VALUE SPACES.
       77  REV-BUSCAR-CONSEC      PIC 9(03) VALUE ZERO.
       77  CONSEC-REVERTIDO       PIC 9(03) VALUE ZERO.
       01  TABLA-REVERTIDOS.
           05  TOTAL-REVERTIDOS     PIC 9(4) COMP VALUE ZERO.
           05  DETALLE-REVERTIDO OCCURS 1000 TIMES.
               10  TRV-EMPLEADO-ID   PIC 9(06).
               10  TRV-FECHA-PERIODO PIC X(10).
               10  TRV-CONSECUTIVO   PIC 9(03).
       77  IDX-REVERTIDOS         PIC 9(4) COMP.
       01  SW-REVERTIDOS-EXCEDIDOS PIC X VALUE "N".
           88  REVERTIDOS-EXCEDIDOS       VALUE "S".
           88  REVERTIDOS-NO-EXCEDIDOS    VALUE "N".
       01  SW-MOV-REVERTIDO       PIC X VALUE "N".
           88  MOV-REVERTIDO              VALUE "S".
           88  MOV-NO-REVERTIDO           VALUE "N".
       01  SW-REVERSO-LEIDO       PIC X VALUE "N".
           88  REVERSO-EN-ARCHIVO         VALUE "S".
           88  REVERSO-NO-EN-ARCHIVO      VALUE "N".

      *----------------------------------------------------------------
      *    MOVIMIENTO A ABONAR EN LOS ACUMULADOS
       77  DIFERENCIA-COSTOPAT    PIC S9(9)V99 VALUE ZERO.
       77  COSTOPAT-MOVIMIENTOS   PIC 9(5) VALUE ZERO.
       77  TOLERANCIA-COSTOPAT    PIC 9(7)V99 VALUE ZERO.
       77  FONDO-PATRON-PERIODO   PIC S9(9)V99 VALUE ZERO.

      *----------------------------------------------------------------
      *    CALENDARIO DE PERIODOS DE PAGO (calendario.txt)

      *----------------------------------------------------------------
      *    NETO POR EMPLEADO PARA LA DISPERSION
      *    Los movimientos del periodo (O/C/F/A suman, R resta) se
      *    netean por empleado antes de emitir los detalles, para que al
      *    banco nunca le llegue mas de una transferencia por persona.
      *----------------------------------------------------------------
       01  TABLA-DISPERSION.
       77  REGISTROS-ARCHIVADOS   PIC 9(6) VALUE ZERO.
       77  REGISTROS-REVISADOS    PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------
      *    CFDI DE NOMINA: TIMBRADO Y CANCELACION
      *    TABLA-CFDI guarda los UUID ya recibidos del PAC para los
      *    movimientos de FECHA-PERIODO (la fecha es fija, asi que
      *    basta empleado y consecutivo). CFDI-*-PEND es el movimiento
      *    O/C/F/A sin timbrar que se esta solicitando; un movimiento
      *    revertido antes de timbrarse (TABLA-REVERTIDOS) ya no se
      *    timbra ni detiene el cierre.
      *----------------------------------------------------------------
       01  OPCION-CFDI            PIC 9.
       01  TABLA-CFDI.
           05  TOTAL-CFDI-CARGADOS  PIC 9(4) COMP VALUE ZERO.
           05  DETALLE-CFDI OCCURS 1000 TIMES.
               10  TCF-EMPLEADO-ID   PIC 9(06).
               10  TCF-CONSECUTIVO   PIC 9(03).
               10  TCF-UUID          PIC X(36).
               10  TCF-ESTATUS       PIC X(01).
       77  IDX-CFDI               PIC 9(4) COMP.
       77  IDX-CFDI-ENC           PIC 9(4) COMP VALUE ZERO.
       77  CFDI-EMPLEADO-BUSCADO  PIC 9(06) VALUE ZERO.
       77  CFDI-CONSEC-BUSCADO    PIC 9(03) VALUE ZERO.
       77  CFDI-EMPLEADO-PEND     PIC 9(06) VALUE ZERO.
       77  CFDI-CONSEC-PEND       PIC 9(03) VALUE ZERO.
       77  CFDI-SIN-TIMBRAR       PIC 9(5) VALUE ZERO.
       77  CFDI-SOLICITADOS       PIC 9(5) VALUE ZERO.
       77  CFDI-TIMBRADOS         PIC 9(5) VALUE ZERO.
       77  CFDI-RECHAZADOS        PIC 9(5) VALUE ZERO.
       77  CFDI-OMITIDOS          PIC 9(5) VALUE ZERO.
       01  TIMBRADO-PENDIENTE     PIC X(299) VALUE SPACES.

      *----------------------------------------------------------------
      *    FINIQUITO Y LIQUIDACION POR BAJA
      *    La baja (mantenimiento del maestro) deja al empleado en
      *    estatus P hasta que el finiquito se paga (movimiento F de
      *    nomina.dat) o se renuncia expresamente. Los anios de
      *    servicio se cuentan con meses de 30 dias, igual que el
      *    aguinaldo. La prima de antiguedad topa el salario diario
      *    a dos salarios minimos; las percepciones por separacion
      *    (prima de antiguedad e indemnizacion) estan exentas de
      *    ISR hasta 90 UMA por anio de servicio. Las constantes se
      *    actualizan cada anio con los valores oficiales.
      *----------------------------------------------------------------
       77  SALARIO-MINIMO-DIARIO  PIC 9(4)V99 VALUE 278.80.
       77  VALOR-UMA-DIARIO       PIC 9(4)V99 VALUE 113.14.
       77  DIAS-PRIMA-ANTIGUEDAD  PIC 9(2) VALUE 12.
       77  ANIOS-PRIMA-RENUNCIA   PIC 9(2) VALUE 15.
       77  DIAS-INDEMNIZACION     PIC 9(3) VALUE 90.
       77  DIAS-INDEMN-POR-ANIO   PIC 9(2) VALUE 20.
       77  DIAS-EXENCION-SEPARA   PIC 9(2) VALUE 90.
       77  FECHA-BAJA-FINIQ       PIC X(10) VALUE SPACES.
       77  BAJA-AAAAMMDD          PIC X(08) VALUE SPACES.
       77  ANIO-BAJA-NUM          PIC 9(4) VALUE ZERO.
       77  MES-BAJA               PIC 9(2) VALUE ZERO.
       77  DIA-BAJA               PIC 9(2) VALUE ZERO.
       77  DIA-ANIO-BAJA          PIC 9(3) VALUE ZERO.
       77  DIA-ANIO-CONTRATA      PIC 9(3) VALUE ZERO.
       77  DIAS-SERVICIO          PIC S9(5) VALUE ZERO.
       77  ANIOS-SERVICIO         PIC 9(2)V9(4) VALUE ZERO.
       77  ANIOS-EXENCION         PIC 9(2) VALUE ZERO.
       77  SALARIO-DIARIO-FINIQ   PIC 9(5)V99 VALUE ZERO.
       77  SALARIO-DIARIO-TOPADO  PIC 9(5)V99 VALUE ZERO.
       77  MONTO-PRIMA-ANTIGUEDAD PIC 9(7)V99 VALUE ZERO.
       77  MONTO-INDEMNIZACION    PIC 9(7)V99 VALUE ZERO.
       77  MONTO-SEPARACION       PIC 9(7)V99 VALUE ZERO.
       77  TOPE-EXENCION-SEPARA   PIC 9(7)V99 VALUE ZERO.
       77  BASE-CUOTAS-FINIQ      PIC 9(7)V99 VALUE ZERO.
       77  DIAS-VAC-FINIQ         PIC 9(2)V9 VALUE ZERO.
       77  SALDO-NO-CUBIERTO      PIC 9(7)V99 VALUE ZERO.
       77  ED-ANIOS-SERVICIO      PIC Z9.99.
       01  MOTIVO-BAJA            PIC X VALUE SPACE.
           88  BAJA-RENUNCIA              VALUE "1".
           88  BAJA-DESPIDO-JUSTIFICADO   VALUE "2".
           88  BAJA-DESPIDO-INJUSTIF      VALUE "3".
           88  MOTIVO-BAJA-VALIDO         VALUE "1" "2" "3".

      *----------------------------------------------------------------
      *    HISTORIAL DE SALARIOS Y RETROACTIVOS
      *    La tarifa de cada periodo sale de salhist.txt (7330); sin
      *    historial se conserva la del maestro. La corrida de
      *    retroactivos deja en TABLA-RETRO los movimientos del
      *    empleado con diferencia a pagar; RETRO-*-PEND lleva la
      *    diferencia del movimiento leido hasta agregarla a la
      *    tabla (5823). TABLA-RETRO-PAGADOS
      *    trae de retroact.txt la tarifa ya cubierta por corridas
      *    anteriores, para pagar solo la diferencia restante.
      *----------------------------------------------------------------
       77  NUEVO-SALARIO-HORA     PIC 9(4)V99 VALUE ZERO.
       77  FECHA-VIGENCIA-SAL     PIC X(10) VALUE SPACES.
       77  FECHA-TARIFA-ANSI      PIC X(08) VALUE SPACES.
       77  VIGENCIA-LINEA-ANSI    PIC X(08) VALUE SPACES.
       77  MEJOR-VIGENCIA-ANSI    PIC X(08) VALUE SPACES.
       77  VIGENCIA-RETRO-ANSI    PIC X(08) VALUE SPACES.
       77  PERIODO-RETRO-ANSI     PIC X(08) VALUE SPACES.
       77  TARIFA-HISTORIAL       PIC 9(4)V99 VALUE ZERO.
       77  LINEAS-SALARIO-EMP     PIC 9(4) VALUE ZERO.
       77  TARIFA-PAGADA-RETRO    PIC 9(4)V99 VALUE ZERO.
       77  TARIFA-NUEVA-RETRO     PIC 9(4)V99 VALUE ZERO.
       77  DIFERENCIA-TARIFA      PIC 9(4)V99 VALUE ZERO.
       77  RETRO-REG-PEND         PIC 9(7)V99 VALUE ZERO.
       77  RETRO-EXT-PEND         PIC 9(7)V99 VALUE ZERO.
       77  RETRO-DOB-PEND         PIC 9(7)V99 VALUE ZERO.
       77  RETRO-INC-PEND         PIC S9(7)V99 VALUE ZERO.
       77  RETRO-MOV-PEND         PIC S9(7)V99 VALUE ZERO.
       77  TOTAL-RETRO-REGULAR    PIC 9(7)V99 VALUE ZERO.
       77  TOTAL-RETRO-EXTRA      PIC 9(7)V99 VALUE ZERO.
       77  TOTAL-RETRO-DOBLE      PIC 9(7)V99 VALUE ZERO.
       77  TOTAL-RETRO-INCID      PIC S9(7)V99 VALUE ZERO.
       77  TOTAL-RETRO-PAGAR      PIC S9(7)V99 VALUE ZERO.
       77  ED-TARIFA-PAGADA       PIC $$$,$$9.99.
       77  ED-TARIFA-NUEVA        PIC $$$,$$9.99.
       77  ED-DIFERENCIA-RETRO    PIC $$$,$$9.99.
       77  ED-NUM-MOVS-RETRO      PIC ZZ9.
       77  TARIFA-CAPTURADA       PIC 9(4)V99 VALUE ZERO.
       77  FECHA-PERIODO-TARIFA   PIC X(10) VALUE SPACES.
       77  RETRO-FECHA-PEND       PIC X(10) VALUE SPACES.
       77  RETRO-CONSEC-PEND      PIC 9(03) VALUE ZERO.
       77  RETRO-PAGADA-PEND      PIC 9(4)V99 VALUE ZERO.
       77  RETRO-NUEVA-PEND       PIC 9(4)V99 VALUE ZERO.
       01  TABLA-RETRO.
           05  TOTAL-RETRO-MOVS     PIC 9(3) COMP VALUE ZERO.
           05  DETALLE-RETRO OCCURS 200 TIMES.
               10  TRA-FECHA-PERIODO PIC X(10).
               10  TRA-CONSECUTIVO   PIC 9(03).
               10  TRA-TARIFA-PAGADA PIC 9(4)V99.
               10  TRA-TARIFA-NUEVA  PIC 9(4)V99.
               10  TRA-DIFERENCIA    PIC 9(6)V99.
       77  IDX-RETRO              PIC 9(3) COMP.
       01  TABLA-RETRO-PAGADOS.
           05  TOTAL-RETRO-PAGADOS  PIC 9(3) COMP VALUE ZERO.
           05  DETALLE-RETRO-PAGADO OCCURS 500 TIMES.
               10  TRP-FECHA-PERIODO PIC X(10).
               10  TRP-CONSECUTIVO   PIC 9(03).
               10  TRP-TARIFA-NUEVA  PIC 9(4)V99.
       77  IDX-RETRO-PAG          PIC 9(3) COMP.
       77  IDX-RETRO-PAG-ENC      PIC 9(3) COMP VALUE ZERO.

      *----------------------------------------------------------------
      *    PRENOMINA (SIMULACION DEL PERIODO SIN GRABAR)
      *    Se calcula a cada empleado del maestro que no este dado de
      *    baja con los mismos parrafos 8000-8200 del pago real, pero
      *    sin pasar por 9100: nada se graba. TABLA-PRENOMINA es
      *    paralela a TABLA-EMPLEADOS (mismo indice) y guarda el
      *    resultado y las excepciones de cada uno; los totales por
      *    departamento reutilizan TABLA-DEPARTAMENTOS y el gran
      *    total del reporte de la opcion 10. La decision del
      *    supervisor queda en prenomaprob.txt; 6760 deja en
      *    SW-PRENOMINA la del periodo PRENOMINA-PERIODO.
      *----------------------------------------------------------------
       01  TABLA-PRENOMINA.
           05  DETALLE-PRENOMINA OCCURS 500 TIMES.
               10  TPN-CALCULADO     PIC X(01).
               10  TPN-HORAS         PIC 9(3)V99.
               10  TPN-BRUTO         PIC 9(7)V99.
               10  TPN-DEDUCCIONES   PIC 9(6)V99.
               10  TPN-NETO          PIC S9(7)V99.
               10  TPN-TARJETAS      PIC 9(2).
               10  TPN-EXC-NETO      PIC X(01).
               10  TPN-EXC-CLABE     PIC X(01).
               10  TPN-EXC-DEDUC     PIC X(01).
               10  TPN-EXC-SALARIO   PIC X(01).
               10  TPN-EXC-PAGADO    PIC X(01).
       01  TABLA-TARJETAS-PRE.
           05  TOTAL-TARJETAS-PRE   PIC 9(4) COMP VALUE ZERO.
           05  DETALLE-TARJETA-PRE OCCURS 500 TIMES.
               10  TTP-EMPLEADO-ID   PIC 9(06).
               10  TTP-HORAS         PIC 9(3)V99.
               10  TTP-USADA         PIC X(01).
               10  TTP-SIN-HORAS     PIC X(01).
       77  IDX-TARJETAS-PRE       PIC 9(4) COMP.
       77  IDX-TARJETA-PRE-ENC    PIC 9(4) COMP VALUE ZERO.
       77  PORCENTAJE-MAX-DEDUC   PIC 9(3)V99 VALUE ZERO.
       77  PORCENTAJE-DEDUC-PRE   PIC 9(5)V99 VALUE ZERO.
       77  NETO-SIMULADO          PIC S9(7)V99 VALUE ZERO.
       77  PRE-EMPLEADOS          PIC 9(5) VALUE ZERO.
       77  PRE-EXCEPCIONES        PIC 9(5) VALUE ZERO.
       77  PRE-TARJETAS-EXCEDIDAS PIC 9(5) VALUE ZERO.
       77  PRENOMINA-PERIODO      PIC X(10) VALUE SPACES.
       77  ED-HORAS-PRE           PIC ZZ9.99.
       77  ED-BRUTO-PRE           PIC $$$,$$$,$$9.99.
       77  ED-DEDUC-PRE           PIC $$$,$$$,$$9.99.
       77  ED-NETO-PRE            PIC $$$,$$$,$$9.99-.
       77  ED-TOTAL-PRE           PIC $$$,$$$,$$9.99.

      *----------------------------------------------------------------
      *    CARGA DE CHECADAS DEL RELOJ CHECADOR
      *    Los dias del periodo del calendario (con su dia de la
      *    semana, 0 = domingo) y, por cada empleado del maestro
      *    (paralela a TABLA-EMPLEADOS), los minutos checados y la
      *    marca de checada de cada dia, las horas del periodo y las
      *    faltas propuestas.
      *----------------------------------------------------------------
       01  TABLA-DIAS-PERIODO.
           05  TOTAL-DIAS-PERIODO   PIC 9(2) COMP VALUE ZERO.
           05  DETALLE-DIA-PERIODO OCCURS 31 TIMES.
               10  TDI-FECHA         PIC X(10).
               10  TDI-FECHA-ANSI    PIC X(08).
               10  TDI-DIA-SEMANA    PIC 9(01).
       77  IDX-DIAS-PERIODO       PIC 9(2) COMP.
       77  IDX-DIA-ENC            PIC 9(2) COMP VALUE ZERO.

       01  TABLA-CHECADAS-EMP.
           05  CHECADAS-EMPLEADO OCCURS 500 TIMES.
               10  TCH-DIA OCCURS 31 TIMES.
                   15  TCH-MINUTOS-DIA   PIC 9(5) COMP.
                   15  TCH-MARCA-DIA     PIC X(01).
               10  TCH-HORAS         PIC 9(3)V99.
               10  TCH-FALTAS        PIC 9(2)V9.

      *    Desplazamiento de cada mes para el dia de la semana
      *    (metodo de Sakamoto).
       01  TABLA-AJUSTE-MES-LIT   PIC X(12) VALUE "032503514624".
       01  TABLA-AJUSTE-MES REDEFINES TABLA-AJUSTE-MES-LIT.
           05  AJUSTE-MES OCCURS 12 TIMES PIC 9(01).

       77  HORAS-MAX-DIA          PIC 9(2)V99 VALUE ZERO.
       77  MINUTOS-MAX-DIA        PIC 9(5) VALUE ZERO.
       77  HORA-CHECADA           PIC X(05) VALUE SPACES.
       77  HH-CHECADA             PIC 9(02) VALUE ZERO.
       77  MM-CHECADA             PIC 9(02) VALUE ZERO.
       77  MINUTOS-HORA           PIC 9(4) VALUE ZERO.
       77  MINUTOS-ENTRADA        PIC 9(4) VALUE ZERO.
       77  MINUTOS-CHECADA        PIC S9(5) VALUE ZERO.
       77  MINUTOS-TOTAL-EMP      PIC 9(7) VALUE ZERO.
       77  HORAS-DIA-CHK          PIC 9(3)V99 VALUE ZERO.
       77  DIAS-SIN-CHECADA       PIC 9(02) VALUE ZERO.
       77  DIAS-JUSTIFICADOS      PIC 9(3)V9 VALUE ZERO.
       77  ANIO-PASO              PIC 9(04) VALUE ZERO.
       77  MES-PASO               PIC 9(02) VALUE ZERO.
       77  DIA-PASO               PIC 9(02) VALUE ZERO.
       77  DIA-SEMANA-PASO        PIC 9(01) VALUE ZERO.
       77  FECHA-PASO-ANSI        PIC X(08) VALUE SPACES.
       77  FIN-PERIODO-ANSI       PIC X(08) VALUE SPACES.
       77  ANIO-SEMANA            PIC 9(04) VALUE ZERO.
       77  COCIENTE-SEMANA        PIC 9(06) VALUE ZERO.
       77  SUMA-DIA-SEMANA        PIC 9(06) VALUE ZERO.
       77  CONTRATACION-ANSI      PIC X(08) VALUE SPACES.
       77  BAJA-CHK-ANSI          PIC X(08) VALUE SPACES.
       77  CHECADAS-LEIDAS        PIC 9(5) VALUE ZERO.
       77  CHECADAS-INVALIDAS     PIC 9(5) VALUE ZERO.
       77  CHECADAS-FUERA-PERIODO PIC 9(5) VALUE ZERO.
       77  CHECADAS-SIN-EMPLEADO  PIC 9(5) VALUE ZERO.
       77  CHK-SIN-ENTRADA        PIC 9(5) VALUE ZERO.
       77  CHK-SIN-SALIDA         PIC 9(5) VALUE ZERO.
       77  CHK-SOBRE-MAXIMO       PIC 9(5) VALUE ZERO.
       77  CHK-DIAS-SIN-CHECADA   PIC 9(5) VALUE ZERO.
       77  CHK-EMPLEADOS-FALTAS   PIC 9(5) VALUE ZERO.
       77  CHK-TARJETAS           PIC 9(5) VALUE ZERO.
       77  CHK-FALTAS-GRABADAS    PIC 9(5) VALUE ZERO.
       77  ED-HORAS-CHK           PIC ZZ9.99.
       77  ED-DIAS-CHK            PIC Z9.9.
       77  ED-DIAS-JUST-CHK       PIC ZZ9.9.

      *----------------------------------------------------------------
      *    IMSS: SALARIO BASE DE COTIZACION Y MOVIMIENTOS AFILIATORIOS
      *    El SBC es el salario diario (tarifa por jornada de 8 horas)
      *    integrado con el aguinaldo y la prima vacacional de los
      *    dias de vacaciones del anio de servicio en curso, topado a
      *    25 UMA y con piso en el salario minimo. Los datos
      *    patronales van en cada renglon del lote del IDSE y se
      *    leen de ctlimss.txt (5958); REGISTRO-PATRONAL-EJEMPLO es
      *    el valor de muestra, que no se acepta para enviar el lote.
      *----------------------------------------------------------------
       77  REGISTRO-PATRONAL      PIC X(11) VALUE SPACES.
       77  GUIA-IMSS              PIC X(05) VALUE SPACES.
       77  REGISTRO-PATRONAL-EJEMPLO PIC X(11) VALUE "E5300000000".
       77  UMAS-TOPE-SBC          PIC 9(02) VALUE 25.
       77  FACTOR-PRIMA-VAC       PIC V99 VALUE .25.
       77  SBC-SALARIO-HORA       PIC 9(04)V99 VALUE ZERO.
       77  SBC-SUELDO-MENSUAL     PIC 9(06)V99 VALUE ZERO.
       77  SBC-FECHA-INGRESO      PIC X(10) VALUE SPACES.
       77  SBC-FECHA-CALCULO      PIC X(10) VALUE SPACES.
       77  SBC-SALARIO-DIARIO     PIC 9(05)V99 VALUE ZERO.
       77  SBC-ANIOS              PIC S9(3) VALUE ZERO.
       77  SBC-ANIO-CALCULO       PIC 9(04) VALUE ZERO.
       77  SBC-ANIO-INGRESO       PIC 9(04) VALUE ZERO.
       77  SBC-INGRESO-ANSI       PIC X(08) VALUE SPACES.
       77  SBC-DIAS-VAC           PIC 9(03) VALUE ZERO.
       77  SBC-QUINQUENIOS        PIC 9(02) VALUE ZERO.
       77  FACTOR-INTEGRACION     PIC 9V9999 VALUE ZERO.
       77  SBC-CALCULADO          PIC 9(05)V99 VALUE ZERO.
       77  SBC-TOPE               PIC 9(05)V99 VALUE ZERO.
       77  ESTATUS-ANTERIOR-EM    PIC X(01) VALUE SPACE.
       77  CAUSA-BAJA-IMSS        PIC X(01) VALUE SPACE.
       77  OPCION-IDSE            PIC 9 VALUE ZERO.
       77  FECHA-ENVIO-LOTE       PIC X(10) VALUE SPACES.
       77  IDSE-PENDIENTES        PIC 9(5) VALUE ZERO.
       77  IDSE-SIN-NSS           PIC 9(5) VALUE ZERO.
       77  IDSE-EN-LOTE           PIC 9(5) VALUE ZERO.
       77  ED-SBC                 PIC ZZ,ZZ9.99.
       77  ED-SBC-FINAL           PIC ZZ,ZZ9.99.

      *    Movimiento a grabar en idsemov.txt (5910).
       01  MOVIMIENTO-IDSE.
           05  MI-EMPLEADO-ID        PIC 9(06).
           05  MI-TIPO-MOVIMIENTO    PIC X(02).
           05  MI-FECHA-MOVIMIENTO   PIC X(10).
           05  MI-NSS                PIC X(11).
           05  MI-CURP               PIC X(18).
           05  MI-NOMBRE-EMPLEADO    PIC X(50).
           05  MI-SBC                PIC 9(05)V99.
           05  MI-CAUSA-BAJA         PIC X(01).

      *    idsemov.txt completo, con el mismo layout del registro,
      *    para cambiar estatus y regrabarlo.
       01  TABLA-IDSE.
           05  TOTAL-IDSE-CARGADOS  PIC 9(4) COMP VALUE ZERO.
           05  DETALLE-IDSE OCCURS 1000 TIMES.
               10  TIS-EMPLEADO-ID       PIC 9(06).
               10  TIS-TIPO-MOVIMIENTO   PIC X(02).
               10  TIS-FECHA-MOVIMIENTO  PIC X(10).
               10  TIS-NSS               PIC X(11).
               10  TIS-CURP              PIC X(18).
               10  TIS-NOMBRE-EMPLEADO   PIC X(50).
               10  TIS-SBC               PIC 9(05)V99.
               10  TIS-CAUSA-BAJA        PIC X(01).
               10  TIS-FECHA-CAPTURA     PIC X(10).
               10  TIS-ESTATUS           PIC X(01).
               10  TIS-FECHA-ENVIO       PIC X(10).
       77  IDX-IDSE               PIC 9(4) COMP.
       77  IDX-IDSE-ENC           PIC 9(4) COMP VALUE ZERO.

      *    Reporte bimestral de SBC para el cotejo con el SUA.
       77  ANIO-BIMESTRE          PIC X(04) VALUE SPACES.
       77  NUMERO-BIMESTRE        PIC 9(01) VALUE ZERO.
       77  MES-INICIO-BIM         PIC 9(02) VALUE ZERO.
       77  MES-FIN-BIM            PIC 9(02) VALUE ZERO.
       77  INICIO-BIM-ANSI        PIC X(08) VALUE SPACES.
       77  FIN-BIM-ANSI           PIC X(08) VALUE SPACES.
       77  INGRESO-BIM-ANSI       PIC X(08) VALUE SPACES.
       77  BAJA-BIM-ANSI          PIC X(08) VALUE SPACES.
       77  DESDE-BIM-ANSI         PIC X(08) VALUE SPACES.
       77  HASTA-BIM-ANSI         PIC X(08) VALUE SPACES.
       77  MOV-IDSE-ANSI          PIC X(08) VALUE SPACES.
       77  MEJOR-INICIO-ANSI      PIC X(08) VALUE SPACES.
       77  MEJOR-FIN-ANSI         PIC X(08) VALUE SPACES.
       77  SBC-INICIO-BIM         PIC 9(05)V99 VALUE ZERO.
       77  SBC-FIN-BIM            PIC 9(05)V99 VALUE ZERO.
       77  DIA-DESDE-BIM          PIC 9(02) VALUE ZERO.
       77  DIA-HASTA-BIM          PIC 9(02) VALUE ZERO.
       77  DIAS-COTIZADOS-BIM     PIC 9(02) VALUE ZERO.
       77  MOVS-EMPLEADO-BIM      PIC 9(03) VALUE ZERO.
       77  BIM-EMPLEADOS          PIC 9(05) VALUE ZERO.
       77  BIM-MOVIMIENTOS        PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------
      *    CORRIDA DE CIERRE DEL PERIODO
      *    Pasos del cierre en orden, con su opcion del menu. Estado
      *    de cada paso en la corrida: O terminado en esta corrida,
      *    P terminado en una corrida anterior del mismo periodo,
      *    F fallido, N no corrido.
      *----------------------------------------------------------------
       01  TABLA-PASOS-CIERRE-LIT.
           05  FILLER PIC X(32) VALUE "05Lote de tarjetas de tiempo".
           05  FILLER PIC X(32) VALUE "16Reporte de variaciones".
           05  FILLER PIC X(32) VALUE "04Totales de control".
           05  FILLER PIC X(32) VALUE "07Cierre del periodo".
           05  FILLER PIC X(32) VALUE "09Dispersion bancaria".
           05  FILLER PIC X(32) VALUE "19Poliza contable".
       01  TABLA-PASOS-CIERRE REDEFINES TABLA-PASOS-CIERRE-LIT.
           05  PASO-CIERRE OCCURS 6 TIMES.
               10  PCI-OPCION            PIC 9(02).
               10  PCI-NOMBRE            PIC X(30).
       01  RESULTADOS-CIERRE.
           05  RCI-PASO OCCURS 6 TIMES.
               10  RCI-RESULTADO         PIC X(01).
               10  RCI-MOTIVO            PIC X(60).
       77  IDX-PASO-CIERRE        PIC 9(2) COMP.
       77  PASO-INICIAL-CIERRE    PIC 9(2) VALUE ZERO.
       77  PASO-FALLIDO-CIERRE    PIC 9(2) VALUE ZERO.
       77  NUMERO-PERIODO-CORRIDA PIC 9(03) VALUE ZERO.
       77  FECHA-PERIODO-PREVIA   PIC X(10) VALUE SPACES.
       77  UMBRAL-CORRIDA         PIC 9(3)V99 VALUE ZERO.
       77  MAX-RECHAZOS-CORRIDA   PIC 9(4) VALUE ZERO.
       77  TARJETAS-YA-GRABADAS   PIC 9(5) VALUE ZERO.
       77  RECHAZOS-CORRIDA       PIC 9(5) VALUE ZERO.
       77  ESTADO-PASO-TEXTO      PIC X(22) VALUE SPACES.

      *----------------------------------------------------------------
      *    VERIFICADOR DE INTEGRIDAD CRUZADA
      *    Una entrada por llave de movimiento (RN-LLAVE) del alcance
      *    verificado, con lo que de ella dicen nomina.dat (o el
      *    historico archivado) y cada archivo satelite.
      *----------------------------------------------------------------
       01  TABLA-VERIFICACION.
           05  TOTAL-VERIF-CARGADOS PIC 9(4) COMP VALUE ZERO.
           05  DETALLE-VERIFICACION OCCURS 3000 TIMES.
               10  TVI-LLAVE.
                   15  TVI-EMPLEADO-ID       PIC 9(06).
                   15  TVI-FECHA-PERIODO     PIC X(10).
                   15  TVI-CONSECUTIVO       PIC 9(03).
               10  TVI-EN-NOMINA             PIC X(01).
               10  TVI-COSTOPAT-LINEAS       PIC 9(03).
               10  TVI-COSTOPAT-TIPO         PIC X(01).
               10  TVI-COSTOPAT-DESCUADRE    PIC X(01).
               10  TVI-DEDUC-LINEAS          PIC 9(03).
               10  TVI-DEDUC-MONTO           PIC 9(7)V99.
               10  TVI-INCID-LINEAS          PIC 9(03).
               10  TVI-FALTAS                PIC 9(7)V99.
               10  TVI-INCAPACIDAD           PIC 9(7)V99.
               10  TVI-VACACIONES            PIC 9(7)V99.
               10  TVI-PRIMA                 PIC 9(7)V99.
       77  IDX-VERIFICACION       PIC 9(4) COMP.
       77  IDX-VERIF-ENC          PIC 9(4) COMP VALUE ZERO.

      *    Renglones de acumulados.txt ya cotejados contra el recuento
      *    (paralela a TABLA-ACUMULADOS).
       01  TABLA-ACUM-VISTOS.
           05  TAV-VISTO OCCURS 500 TIMES PIC X(01).

      *    Recuento de los totales de control de cada periodo del
      *    alcance, con las mismas reglas de 6100.
       01  TABLA-VERIF-PERIODOS.
           05  TOTAL-VPE-CARGADOS   PIC 9(4) COMP VALUE ZERO.
           05  DETALLE-VERIF-PERIODO OCCURS 100 TIMES.
               10  TVP-FECHA-PERIODO     PIC X(10).
               10  TVP-EMPLEADOS         PIC S9(5).
               10  TVP-BRUTO             PIC S9(9)V99.
               10  TVP-DEDUCCIONES       PIC S9(9)V99.
               10  TVP-NETO              PIC S9(9)V99.
       77  IDX-VERIF-PERIODO      PIC 9(4) COMP.
       77  IDX-VPE-ENC            PIC 9(4) COMP VALUE ZERO.

       77  ALCANCE-VERIFICACION   PIC X(01) VALUE SPACE.
           88  VERIFICAR-PERIODO          VALUE "P".
           88  VERIFICAR-ANIO             VALUE "A".
       77  FECHA-VERIFICACION     PIC X(10) VALUE SPACES.
       77  ANIO-VERIFICACION      PIC X(04) VALUE SPACES.
       01  LLAVE-VERIFICAR.
           05  LVE-EMPLEADO-ID        PIC 9(06).
           05  LVE-FECHA-PERIODO      PIC X(10).
           05  LVE-CONSECUTIVO        PIC 9(03).
       77  SUMA-COMPONENTES-CT    PIC 9(7)V99 VALUE ZERO.
       77  PRIMA-LINEA-VERIF      PIC 9(6)V99 VALUE ZERO.
       77  DESCUADRES-ACUMULADOS  PIC 9(5) VALUE ZERO.
       77  DESCUADRES-COSTOPAT    PIC 9(5) VALUE ZERO.
       77  DESCUADRES-DEDUCCIONES PIC 9(5) VALUE ZERO.
       77  DESCUADRES-INCIDENCIAS PIC 9(5) VALUE ZERO.
       77  DESCUADRES-PERIODOS    PIC 9(5) VALUE ZERO.
       77  DESCUADRES-TOTAL       PIC 9(6) VALUE ZERO.
       77  MOVIMIENTOS-VERIFICADOS PIC 9(6) VALUE ZERO.
       77  PERIODOS-VERIFICADOS   PIC 9(4) VALUE ZERO.
       77  DESCUADRE-ARCHIVO      PIC X(14) VALUE SPACES.
       77  DESCUADRE-LLAVE        PIC X(21) VALUE SPACES.
       77  DESCUADRE-TEXTO        PIC X(50) VALUE SPACES.
       77  IMPORTE-SEGUN-ARCHIVO  PIC S9(9)V99 VALUE ZERO.
       77  IMPORTE-SEGUN-NOMINA   PIC S9(9)V99 VALUE ZERO.
       77  ED-IMPORTE-ARCHIVO     PIC -ZZZ,ZZZ,ZZ9.99.
       77  ED-IMPORTE-NOMINA      PIC -ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------------
      *    FONDO DE AHORRO (fondoaho.txt / fondomov.txt)
      *    El empleado inscrito aporta FA-PORCENTAJE de su bruto en
      *    cada pago y la empresa aporta lo mismo, topado a
      *    TOPE-APORTACION-FONDO del bruto. El archivo completo se
      *    carga a la tabla y se regraba en 9100 solo despues de que
      *    el registro de nomina se guardo, como deducciones.txt.
      *----------------------------------------------------------------
       77  TOPE-APORTACION-FONDO  PIC V9999 VALUE .1300.
       01  TABLA-FONDO.
           05  TOTAL-FONDO-CARGADOS  PIC 9(3) COMP VALUE ZERO.
           05  DETALLE-FONDO OCCURS 500 TIMES.
               10  TFA-EMPLEADO-ID       PIC 9(06).
               10  TFA-PORCENTAJE        PIC 9(02)V99.
               10  TFA-ESTATUS           PIC X(01).
               10  TFA-FECHA-ALTA        PIC X(10).
               10  TFA-SALDO-EMPLEADO    PIC 9(7)V99.
               10  TFA-SALDO-EMPRESA     PIC 9(7)V99.
               10  TFA-SALDO-PRESTAMO    PIC 9(7)V99.
               10  TFA-ABONO-PRESTAMO    PIC 9(6)V99.
       77  IDX-FONDO              PIC 9(3) COMP.
       77  IDX-FONDO-ENC          PIC 9(3) COMP VALUE ZERO.
       77  IDX-FONDO-LIQ          PIC 9(3) COMP VALUE ZERO.

      *    Movimiento del fondo calculado con el pago en curso; se
      *    graba en fondomov.txt (y se aplica a los saldos) en 9100,
      *    con la llave del registro de nomina recien guardado.
       01  FONDO-PENDIENTE.
           05  FP-CONCEPTO           PIC X(01) VALUE SPACE.
           05  FP-EMPLEADO           PIC 9(7)V99 VALUE ZERO.
           05  FP-EMPRESA            PIC 9(7)V99 VALUE ZERO.
           05  FP-PRESTAMO           PIC 9(7)V99 VALUE ZERO.
           05  FP-INTERES            PIC 9(7)V99 VALUE ZERO.
       77  APORTACION-FONDO-PAT   PIC 9(6)V99 VALUE ZERO.
       77  MONTO-FONDO-CALC       PIC 9(7)V99 VALUE ZERO.
       77  TOPE-FONDO-EMPRESA     PIC 9(7)V99 VALUE ZERO.
       77  SALDO-FONDO-LIQ        PIC 9(7)V99 VALUE ZERO.
       77  OPCION-FONDO           PIC 9 VALUE ZERO.
       77  PORCENTAJE-FONDO-CAPT  PIC 9(02)V99 VALUE ZERO.
       77  PRESTAMO-FONDO-CAPT    PIC 9(7)V99 VALUE ZERO.
       77  ABONO-FONDO-CAPT       PIC 9(6)V99 VALUE ZERO.
       77  TASA-INTERES-FONDO     PIC 9(02)V99 VALUE ZERO.
       77  FECHA-PAGO-FONDO       PIC X(10) VALUE SPACES.
       77  LIQ-FONDO-GRABADAS     PIC 9(5) VALUE ZERO.
       77  LIQ-FONDO-OMITIDAS     PIC 9(5) VALUE ZERO.
       77  TOTAL-SALDO-FONDO      PIC 9(9)V99 VALUE ZERO.
       77  TOTAL-PRESTAMO-FONDO   PIC 9(9)V99 VALUE ZERO.
       77  ED-SALDO-FONDO         PIC $$$,$$$,$$9.99.
       77  ED-SALDO-FONDO-EMP     PIC $$$,$$$,$$9.99.
       77  ED-PRESTAMO-FONDO      PIC $$$,$$$,$$9.99.
       77  ED-PORCENTAJE-FONDO    PIC Z9.99.

      *----------------------------------------------------------------
      *    CONTADORES DE LA CONVERSION A ARCHIVOS INDEXADOS
      *----------------------------------------------------------------
      *----------------------------------------------------------------
       77  ED-SALARIO-POR-HORA    PIC $$$,$$9.99.
       77  ED-SALARIO-BRUTO       PIC $$$,$$$,$$9.99.
       77  ED-SUELDO-MENSUAL      PIC $$$$,$$9.99.
       77  ED-DEDUCCIONES         PIC $$$,$$$,$$9.99.
       77  ED-SALARIO-NETO        PIC $$$,$$$,$$9.99.
       77  ED-MONTO-DEDUCCION     PIC $$$,$$$,$$9.99.
       01  FS-TARJETAS            PIC XX.
       01  FS-DEDUCCIONES         PIC XX.
       01  FS-DEDUC-APLICADAS     PIC XX.
       01  FS-REVERSOS            PIC XX.
       01  FS-PERIODOS            PIC XX.
       01  FS-ACUMULADOS          PIC XX.
       01  FS-DISPERSION          PIC XX.
       01  FS-MAESTRO-TEXTO       PIC XX.
       01  FS-NOMINA-TEXTO        PIC XX.
       01  FS-NOMINA-ANTERIOR     PIC XX.
       01  FS-TIMBRADO            PIC XX.
       01  FS-TIMBRE-RETORNO      PIC XX.
       01  FS-CFDI                PIC XX.
       01  FS-CANCELACION         PIC XX.
       01  FS-SALARIOS            PIC XX.
       01  FS-RETROACTIVOS        PIC XX.
       01  FS-CHECADAS            PIC XX.
       01  FS-EMPLEADO-ANTERIOR   PIC XX.
       01  FS-IDSE                PIC XX.
       01  FS-IDSE-LOTE           PIC XX.
       01  FS-CONTROL-CIERRE      PIC XX.
       01  FS-CONTROL-IMSS        PIC XX.
       01  FS-ESTADO-CORRIDA      PIC XX.
       01  FS-FONDO               PIC XX.
       01  FS-MOV-FONDO           PIC XX.
       01  FS-APROB-PRENOMINA     PIC XX.

      *----------------------------------------------------------------
      *    INDICADORES (SWITCHES)
           88  ACCESO-VALIDO              VALUE "S".
           88  ACCESO-NO-VALIDO           VALUE "N".

       01  SW-CFDI-SOLICITUD      PIC X VALUE "N".
           88  CFDI-GENERAR-SOLICITUD     VALUE "S".
           88  CFDI-SOLO-REVISAR          VALUE "N".

       01  SW-CFDI-EXCEDIDOS      PIC X VALUE "N".
           88  CFDI-EXCEDIDOS             VALUE "S".
           88  CFDI-NO-EXCEDIDOS          VALUE "N".

       01  SW-INDEMNIZACION       PIC X VALUE "N".
           88  PAGAR-INDEMNIZACION        VALUE "S".
           88  SIN-INDEMNIZACION          VALUE "N".

       01  SW-RETRO-EXCEDIDOS     PIC X VALUE "N".
           88  RETRO-EXCEDIDOS            VALUE "S".
           88  RETRO-NO-EXCEDIDOS         VALUE "N".

       01  SW-TARIFA-HISTORIAL    PIC X VALUE "N".
           88  TARIFA-EN-HISTORIAL        VALUE "S".
           88  TARIFA-SIN-HISTORIAL       VALUE "N".

       01  SW-PRENOMINA           PIC X VALUE "N".
           88  PRENOMINA-APROBADA         VALUE "S".
           88  PRENOMINA-NO-APROBADA      VALUE "N".

       01  SW-HORA-CHECADA        PIC X VALUE "N".
           88  HORA-CHECADA-VALIDA        VALUE "S".
           88  HORA-CHECADA-INVALIDA      VALUE "N".

       01  SW-IDSE-EXCEDIDOS      PIC X VALUE "N".
           88  IDSE-EXCEDIDOS             VALUE "S".
           88  IDSE-NO-EXCEDIDOS          VALUE "N".

       01  SW-CORRIDA-CIERRE      PIC X VALUE "N".
           88  CORRIDA-DESATENDIDA        VALUE "S".
           88  CORRIDA-INTERACTIVA        VALUE "N".

       01  SW-PASO-CIERRE         PIC X VALUE "S".
           88  PASO-CIERRE-OK             VALUE "S".
           88  PASO-CIERRE-FALLO          VALUE "N".

       01  SW-POLIZA-EMITIDA      PIC X VALUE "N".
           88  POLIZA-EMITIDA             VALUE "S".
           88  POLIZA-NO-EMITIDA          VALUE "N".

       01  SW-ALCANCE-VERIF       PIC X VALUE "N".
           88  EN-ALCANCE                 VALUE "S".
           88  FUERA-ALCANCE              VALUE "N".

       01  SW-DESCUADRE-IMPORTES  PIC X VALUE "N".
           88  DESCUADRE-CON-IMPORTES     VALUE "S".
           88  DESCUADRE-SIN-IMPORTES     VALUE "N".

       01  SW-VERIF-EXCEDIDA      PIC X VALUE "N".
           88  VERIF-EXCEDIDA             VALUE "S".
           88  VERIF-NO-EXCEDIDA          VALUE "N".

       01  SW-FONDO-APLICA        PIC X VALUE "N".
           88  FONDO-APLICA               VALUE "S".
           88  FONDO-NO-APLICA            VALUE "N".

       01  SW-FONDO-MODIFICADO    PIC X VALUE "N".
           88  FONDO-MODIFICADO           VALUE "S".
           88  FONDO-NO-MODIFICADO        VALUE "N".

       01  SW-FONDO-EXCEDIDO      PIC X VALUE "N".
           88  FONDO-EXCEDIDO             VALUE "S".
           88  FONDO-NO-EXCEDIDO          VALUE "N".

       01  RESPUESTA-CONFIRMA     PIC X VALUE "N".
           88  CONFIRMA-SI                VALUE "S" "s".

       0000-INICIO.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-MOSTRAR-MENU THRU 2000-EXIT
               UNTIL OPCION = 29.
           STOP RUN.

      *****************************************************************
           DISPLAY "18. Archivado anual del historico".
           DISPLAY "19. Generar poliza contable del periodo".
           DISPLAY "20. Generar calendario de periodos".
           DISPLAY "21. CFDI de nomina (timbrado y retorno del PAC)".
           DISPLAY "22. Pago de retroactivos de salario".
           DISPLAY "23. Prenomina (simulacion del periodo)".
           DISPLAY "24. Carga de checadas del reloj checador".
           DISPLAY "25. Movimientos afiliatorios IMSS (IDSE)".
           DISPLAY "26. Corrida de cierre del periodo (desatendida)".
           DISPLAY "27. Verificador de integridad cruzada".
           DISPLAY "28. Fondo de ahorro".
           DISPLAY "29. Salir".
           DISPLAY "Ingrese su opción (1-29): ".
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                       PERFORM 6500-GENERAR-CALENDARIO THRU 6500-EXIT
                   END-IF
               WHEN 21
                   MOVE "S" TO PERMISO-REQUERIDO
                   PERFORM 1060-VERIFICAR-PERMISO THRU 1060-EXIT
                   IF PERMISO-CONCEDIDO
                       PERFORM 6600-CFDI-NOMINA THRU 6600-EXIT
                   END-IF
               WHEN 22
                   MOVE "S" TO PERMISO-REQUERIDO
                   PERFORM 1060-VERIFICAR-PERMISO THRU 1060-EXIT
                   IF PERMISO-CONCEDIDO
                       PERFORM 5800-CORRIDA-RETROACTIVO THRU 5800-EXIT
                   END-IF
               WHEN 23
                   MOVE "S" TO PERMISO-REQUERIDO
                   PERFORM 1060-VERIFICAR-PERMISO THRU 1060-EXIT
                   IF PERMISO-CONCEDIDO
                       PERFORM 6700-PRENOMINA THRU 6700-EXIT
                   END-IF
               WHEN 24
                   MOVE "S" TO PERMISO-REQUERIDO
                   PERFORM 1060-VERIFICAR-PERMISO THRU 1060-EXIT
                   IF PERMISO-CONCEDIDO
                       PERFORM 6800-CARGAR-CHECADAS THRU 6800-EXIT
                   END-IF
               WHEN 25
                   MOVE "S" TO PERMISO-REQUERIDO
                   PERFORM 1060-VERIFICAR-PERMISO THRU 1060-EXIT
                   IF PERMISO-CONCEDIDO
                       PERFORM 5950-MOVIMIENTOS-IDSE THRU 5950-EXIT
                   END-IF
               WHEN 26
                   MOVE "S" TO PERMISO-REQUERIDO
                   PERFORM 1060-VERIFICAR-PERMISO THRU 1060-EXIT
                   IF PERMISO-CONCEDIDO
                       PERFORM 6900-CORRIDA-CIERRE THRU 6900-EXIT
                   END-IF
               WHEN 27
                   PERFORM 4200-VERIFICAR-INTEGRIDAD THRU 4200-EXIT
               WHEN 28
                   MOVE "S" TO PERMISO-REQUERIDO
                   PERFORM 1060-VERIFICAR-PERMISO THRU 1060-EXIT
                   IF PERMISO-CONCEDIDO
                       PERFORM 4300-FONDO-AHORRO THRU 4300-EXIT
                   END-IF
               WHEN 29
                   PERFORM 9999-SALIR THRU 9999-EXIT
               WHEN OTHER
                   DISPLAY "Opción inválida. Intente nuevamente."
      *    3000-INGRESO-DATOS-EMPLEADO
      *    Captura y calcula la nomina de un solo empleado. Se usa
      *    tanto para la opcion 1 (un empleado) como, repetidamente,
      *    para la opcion 2 (lote de empleados). El empleado nuevo
      *    captura su tipo de pago y su salario en el alta (7300); al
      *    que ya existe y es por hora se le pide la tarifa despues.
      *    Al de sueldo fijo solo se le piden las horas extra
      *    reportadas sobre su jornada; el sueldo sale del maestro.
      *****************************************************************
       3000-INGRESO-DATOS-EMPLEADO.
           PERFORM 7000-VALIDAR-NOMBRE THRU 7000-EXIT.
           PERFORM 7300-VALIDAR-EMPLEADO-MAESTRO THRU 7300-EXIT.
           IF EMPLEADO-DADO-DE-BAJA
               DISPLAY "==========ERROR=========="
                   " esta dado de baja y no puede pagarse."
               GO TO 3000-EXIT
           END-IF.
           IF PAGO-SUELDO-FIJO
               PERFORM 7210-VALIDAR-HORAS-EXTRA-FIJO THRU 7210-EXIT
               GO TO 3000-CALCULAR
           END-IF.
           IF EMPLEADO-ENCONTRADO
               PERFORM 7100-VALIDAR-SALARIO-POR-HORA THRU 7100-EXIT
           END-IF.
      *    Si el empleado tiene historial de salarios, rige la tarifa
      *    vigente en el periodo y no la capturada.
           MOVE SALARIO-POR-HORA TO TARIFA-CAPTURADA.
           PERFORM 7330-TARIFA-VIGENTE THRU 7330-EXIT.
           IF SALARIO-POR-HORA NOT = TARIFA-CAPTURADA
               MOVE SALARIO-POR-HORA TO ED-SALARIO-POR-HORA
               DISPLAY "AVISO: se aplica la tarifa del historial de "
                   "salarios vigente en el periodo: "
                   ED-SALARIO-POR-HORA
           END-IF.
           PERFORM 7200-VALIDAR-HORAS-TRABAJADAS THRU 7200-EXIT.
       3000-CALCULAR.
           PERFORM 8000-CALCULAR-SALARIO-BRUTO THRU 8000-EXIT.
           PERFORM 8100-CALCULAR-DEDUCCIONES THRU 8100-EXIT.
           PERFORM 8200-CALCULAR-SALARIO-NETO THRU 8200-EXIT.
           EXIT.

      *****************************************************************
      *    4200-VERIFICAR-INTEGRIDAD  (Opcion 27 del menu)
      *    Verificador de solo lectura, por periodo o por anio, de
      *    que cada movimiento de nomina.dat (y del historico
      *    archivado) quedo bien reflejado en los archivos satelite
      *    que alimenta 9100: costopat.txt (un renglon por llave),
      *    deducaplic.txt (lo abonado no puede exceder la deduccion
      *    adicional; un reverso no graba renglones), incidaplic.txt
      *    (faltas, incapacidad, vacaciones y prima de la llave) y
      *    acumulados.txt (por empleado y anio, siempre del anio
      *    completo). De los periodos cerrados del alcance tambien
      *    cruza los totales de periodos.txt contra un recuento con
      *    las reglas de 6100. Lista cada descuadre con su llave; no
      *    corrige nada.
      *****************************************************************
       4200-VERIFICAR-INTEGRIDAD.
           DISPLAY "Verificar (P) un periodo o (A) un anio completo:".
           ACCEPT ALCANCE-VERIFICACION.
           EVALUATE TRUE
               WHEN VERIFICAR-PERIODO
                   DISPLAY "Periodo a verificar (DD/MM/AAAA; Enter = "
                       FECHA-PERIODO "):"
                   MOVE SPACES TO FECHA-VERIFICACION
                   ACCEPT FECHA-VERIFICACION
                   IF FECHA-VERIFICACION = SPACES
                       MOVE FECHA-PERIODO TO FECHA-VERIFICACION
                   END-IF
                   MOVE FECHA-VERIFICACION(7:4) TO ANIO-VERIFICACION
               WHEN VERIFICAR-ANIO
                   DISPLAY "Anio a verificar (AAAA):"
                   ACCEPT ANIO-VERIFICACION
                   MOVE SPACES TO FECHA-VERIFICACION
               WHEN OTHER
                   DISPLAY "Opcion invalida."
                   GO TO 4200-EXIT
           END-EVALUATE.
           IF ANIO-VERIFICACION NOT NUMERIC
               DISPLAY "==========ERROR=========="
               DISPLAY "El anio " ANIO-VERIFICACION " no es valido."
               GO TO 4200-EXIT
           END-IF.
           MOVE ZERO TO TOTAL-VERIF-CARGADOS.
           MOVE ZERO TO TOTAL-VPE-CARGADOS.
           MOVE ZERO TO TOTAL-ACUM-CARGADOS.
           SET ACUM-NO-EXCEDIDOS TO TRUE.
           SET VERIF-NO-EXCEDIDA TO TRUE.
           MOVE ZERO TO DESCUADRES-ACUMULADOS.
           MOVE ZERO TO DESCUADRES-COSTOPAT.
           MOVE ZERO TO DESCUADRES-DEDUCCIONES.
           MOVE ZERO TO DESCUADRES-INCIDENCIAS.
           MOVE ZERO TO DESCUADRES-PERIODOS.
           MOVE ZERO TO DESCUADRES-TOTAL.
           MOVE ZERO TO MOVIMIENTOS-VERIFICADOS.
           MOVE ZERO TO PERIODOS-VERIFICADOS.
           DISPLAY "===============================================".
           DISPLAY "|   VERIFICACION DE INTEGRIDAD CRUZADA        |".
           IF VERIFICAR-PERIODO
               DISPLAY "|   Periodo " FECHA-VERIFICACION
                   " (acumulados del anio " ANIO-VERIFICACION ")"
           ELSE
               DISPLAY "|   Anio " ANIO-VERIFICACION
           END-IF.
           DISPLAY "===============================================".
           PERFORM 4210-CARGAR-SATELITES THRU 4210-EXIT.
           PERFORM 4220-RECORRER-MOVIMIENTOS THRU 4220-EXIT.
           PERFORM 4230-LISTAR-HUERFANO THRU 4230-EXIT
               VARYING IDX-VERIFICACION FROM 1 BY 1
               UNTIL IDX-VERIFICACION > TOTAL-VERIF-CARGADOS.
           PERFORM 4240-VERIFICAR-ACUMULADOS THRU 4240-EXIT.
           PERFORM 4250-VERIFICAR-PERIODOS THRU 4250-EXIT.
           DISPLAY "-----------------------------------------------".
           DISPLAY "|Movimientos verificados:   |"
               MOVIMIENTOS-VERIFICADOS.
           DISPLAY "|Periodos cerrados:         |" PERIODOS-VERIFICADOS.
           DISPLAY "|Descuadres acumulados.txt: |"
               DESCUADRES-ACUMULADOS.
           DISPLAY "|Descuadres costopat.txt:   |" DESCUADRES-COSTOPAT.
           DISPLAY "|Descuadres deducaplic.txt: |"
               DESCUADRES-DEDUCCIONES.
           DISPLAY "|Descuadres incidaplic.txt: |"
               DESCUADRES-INCIDENCIAS.
           DISPLAY "|Descuadres periodos.txt:   |" DESCUADRES-PERIODOS.
           DISPLAY "===============================================".
           IF VERIF-EXCEDIDA
               DISPLAY "AVISO: el alcance excede las tablas de la "
                   "verificacion; verifique por periodo para un "
                   "resultado completo."
           END-IF.
           IF DESCUADRES-TOTAL = ZERO
               DISPLAY "Sin descuadres."
           ELSE
               DISPLAY "Descuadres encontrados: " DESCUADRES-TOTAL
               IF DESCUADRES-ACUMULADOS > ZERO
                   DISPLAY "acumulados.txt puede reconstruirse desde "
                       "nomina.dat con la opcion 8."
               END-IF
           END-IF.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *    4205-PROBAR-ALCANCE
      *    Deja EN-ALCANCE si la fecha de LVE-FECHA-PERIODO cae en el
      *    periodo o el anio que se verifica.
      *****************************************************************
       4205-PROBAR-ALCANCE.
           SET FUERA-ALCANCE TO TRUE.
           IF VERIFICAR-PERIODO
               IF LVE-FECHA-PERIODO = FECHA-VERIFICACION
                   SET EN-ALCANCE TO TRUE
               END-IF
           ELSE
               IF LVE-FECHA-PERIODO(7:4) = ANIO-VERIFICACION
                   SET EN-ALCANCE TO TRUE
               END-IF
           END-IF.
       4205-EXIT.
           EXIT.

      *****************************************************************
      *    4210-CARGAR-SATELITES
      *    Resume por llave de movimiento los renglones del alcance
      *    de costopat.txt, deducaplic.txt e incidaplic.txt. Un
      *    archivo que no existe se toma como vacio.
      *****************************************************************
       4210-CARGAR-SATELITES.
           OPEN INPUT ARCHIVO-COSTO-PATRONAL.
           IF FS-COSTO-PATRONAL = "00"
               PERFORM 4211-LEER-COSTOPAT-VERIF THRU 4211-EXIT
                   UNTIL FS-COSTO-PATRONAL = "10"
               CLOSE ARCHIVO-COSTO-PATRONAL
           END-IF.
           OPEN INPUT ARCHIVO-DEDUC-APLICADAS.
           IF FS-DEDUC-APLICADAS = "00"
               PERFORM 4213-LEER-DEDUC-VERIF THRU 4213-EXIT
                   UNTIL FS-DEDUC-APLICADAS = "10"
               CLOSE ARCHIVO-DEDUC-APLICADAS
           END-IF.
           OPEN INPUT ARCHIVO-INCID-APLICADAS.
           IF FS-INCID-APLICADAS = "00"
               PERFORM 4215-LEER-INCID-VERIF THRU 4215-EXIT
                   UNTIL FS-INCID-APLICADAS = "10"
               CLOSE ARCHIVO-INCID-APLICADAS
           END-IF.
       4210-EXIT.
           EXIT.

      *****************************************************************
      *    4211-LEER-COSTOPAT-VERIF
      *****************************************************************
       4211-LEER-COSTOPAT-VERIF.
           READ ARCHIVO-COSTO-PATRONAL
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 4212-ANOTAR-COSTOPAT THRU 4212-EXIT
           END-READ.
       4211-EXIT.
           EXIT.

      *****************************************************************
      *    4212-ANOTAR-COSTOPAT
      *    Cuenta los renglones de la llave y marca el descuadre si
      *    el total patronal no es la suma de sus cuotas (los
      *    factores pueden haber cambiado desde que se grabo, asi
      *    que el bruto no se vuelve a multiplicar).
      *****************************************************************
       4212-ANOTAR-COSTOPAT.
           MOVE CT-EMPLEADO-ID   TO LVE-EMPLEADO-ID.
           MOVE CT-FECHA-PERIODO TO LVE-FECHA-PERIODO.
           MOVE CT-CONSECUTIVO   TO LVE-CONSECUTIVO.
           PERFORM 4205-PROBAR-ALCANCE THRU 4205-EXIT.
           IF FUERA-ALCANCE
               GO TO 4212-EXIT
           END-IF.
           PERFORM 4218-UBICAR-LLAVE-VERIF THRU 4218-EXIT.
           IF IDX-VERIF-ENC = ZERO
               GO TO 4212-EXIT
           END-IF.
           ADD 1 TO TVI-COSTOPAT-LINEAS(IDX-VERIF-ENC).
           MOVE CT-TIPO-MOVIMIENTO
               TO TVI-COSTOPAT-TIPO(IDX-VERIF-ENC).
           COMPUTE SUMA-COMPONENTES-CT =
               CT-IMSS-PATRON + CT-RETIRO-PATRON + CT-INFONAVIT
               + CT-PROV-AGUINALDO + CT-PROV-VACACIONES.
           IF SUMA-COMPONENTES-CT NOT = CT-TOTAL-PATRON
               MOVE "S" TO TVI-COSTOPAT-DESCUADRE(IDX-VERIF-ENC)
           END-IF.
       4212-EXIT.
           EXIT.

      *****************************************************************
      *    4213-LEER-DEDUC-VERIF
      *****************************************************************
       4213-LEER-DEDUC-VERIF.
           READ ARCHIVO-DEDUC-APLICADAS
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 4214-ANOTAR-DEDUC THRU 4214-EXIT
           END-READ.
       4213-EXIT.
           EXIT.

      *****************************************************************
      *    4214-ANOTAR-DEDUC
      *****************************************************************
       4214-ANOTAR-DEDUC.
           MOVE AP-EMPLEADO-ID   TO LVE-EMPLEADO-ID.
           MOVE AP-FECHA-PERIODO TO LVE-FECHA-PERIODO.
           MOVE AP-CONSECUTIVO   TO LVE-CONSECUTIVO.
           PERFORM 4205-PROBAR-ALCANCE THRU 4205-EXIT.
           IF FUERA-ALCANCE
               GO TO 4214-EXIT
           END-IF.
           PERFORM 4218-UBICAR-LLAVE-VERIF THRU 4218-EXIT.
           IF IDX-VERIF-ENC = ZERO
               GO TO 4214-EXIT
           END-IF.
           ADD 1 TO TVI-DEDUC-LINEAS(IDX-VERIF-ENC).
           ADD AP-MONTO TO TVI-DEDUC-MONTO(IDX-VERIF-ENC).
       4214-EXIT.
           EXIT.

      *****************************************************************
      *    4215-LEER-INCID-VERIF
      *****************************************************************
       4215-LEER-INCID-VERIF.
           READ ARCHIVO-INCID-APLICADAS
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 4216-ANOTAR-INCID THRU 4216-EXIT
           END-READ.
       4215-EXIT.
           EXIT.

      *****************************************************************
      *    4216-ANOTAR-INCID
      *    IA-MONTO de una V es solo el dia pagado; la prima se
      *    recalcula al 25% por linea, igual que en 8067.
      *****************************************************************
       4216-ANOTAR-INCID.
           MOVE IA-EMPLEADO-ID   TO LVE-EMPLEADO-ID.
           MOVE IA-FECHA-PERIODO TO LVE-FECHA-PERIODO.
           MOVE IA-CONSECUTIVO   TO LVE-CONSECUTIVO.
           PERFORM 4205-PROBAR-ALCANCE THRU 4205-EXIT.
           IF FUERA-ALCANCE
               GO TO 4216-EXIT
           END-IF.
           PERFORM 4218-UBICAR-LLAVE-VERIF THRU 4218-EXIT.
           IF IDX-VERIF-ENC = ZERO
               GO TO 4216-EXIT
           END-IF.
           ADD 1 TO TVI-INCID-LINEAS(IDX-VERIF-ENC).
           EVALUATE IA-TIPO
               WHEN "F"
                   ADD IA-MONTO TO TVI-FALTAS(IDX-VERIF-ENC)
               WHEN "I"
                   ADD IA-MONTO TO TVI-INCAPACIDAD(IDX-VERIF-ENC)
               WHEN "V"
                   ADD IA-MONTO TO TVI-VACACIONES(IDX-VERIF-ENC)
                   COMPUTE PRIMA-LINEA-VERIF ROUNDED =
                       IA-MONTO * 0.25
                   ADD PRIMA-LINEA-VERIF TO TVI-PRIMA(IDX-VERIF-ENC)
           END-EVALUATE.
       4216-EXIT.
           EXIT.

      *****************************************************************
      *    4218-UBICAR-LLAVE-VERIF
      *    Deja en IDX-VERIF-ENC la entrada de LLAVE-VERIFICAR,
      *    creandola si no existe. Si la tabla ya esta llena deja
      *    IDX-VERIF-ENC en cero y marca VERIF-EXCEDIDA.
      *****************************************************************
       4218-UBICAR-LLAVE-VERIF.
           MOVE ZERO TO IDX-VERIF-ENC.
           PERFORM 4219-COMPARAR-LLAVE-VERIF THRU 4219-EXIT
               VARYING IDX-VERIFICACION FROM 1 BY 1
               UNTIL IDX-VERIFICACION > TOTAL-VERIF-CARGADOS
               OR IDX-VERIF-ENC > ZERO.
           IF IDX-VERIF-ENC > ZERO
               GO TO 4218-EXIT
           END-IF.
           IF TOTAL-VERIF-CARGADOS >= 3000
               SET VERIF-EXCEDIDA TO TRUE
               GO TO 4218-EXIT
           END-IF.
           ADD 1 TO TOTAL-VERIF-CARGADOS.
           MOVE TOTAL-VERIF-CARGADOS TO IDX-VERIF-ENC.
           MOVE LLAVE-VERIFICAR TO TVI-LLAVE(IDX-VERIF-ENC).
           MOVE "N"  TO TVI-EN-NOMINA(IDX-VERIF-ENC).
           MOVE ZERO TO TVI-COSTOPAT-LINEAS(IDX-VERIF-ENC).
           MOVE SPACE TO TVI-COSTOPAT-TIPO(IDX-VERIF-ENC).
           MOVE "N"  TO TVI-COSTOPAT-DESCUADRE(IDX-VERIF-ENC).
           MOVE ZERO TO TVI-DEDUC-LINEAS(IDX-VERIF-ENC).
           MOVE ZERO TO TVI-DEDUC-MONTO(IDX-VERIF-ENC).
           MOVE ZERO TO TVI-INCID-LINEAS(IDX-VERIF-ENC).
           MOVE ZERO TO TVI-FALTAS(IDX-VERIF-ENC).
           MOVE ZERO TO TVI-INCAPACIDAD(IDX-VERIF-ENC).
           MOVE ZERO TO TVI-VACACIONES(IDX-VERIF-ENC).
           MOVE ZERO TO TVI-PRIMA(IDX-VERIF-ENC).
       4218-EXIT.
           EXIT.

      *****************************************************************
      *    4219-COMPARAR-LLAVE-VERIF
      *****************************************************************
       4219-COMPARAR-LLAVE-VERIF.
           IF TVI-LLAVE(IDX-VERIFICACION) = LLAVE-VERIFICAR
               MOVE IDX-VERIFICACION TO IDX-VERIF-ENC
           END-IF.
       4219-EXIT.
           EXIT.

      *****************************************************************
      *    4220-RECORRER-MOVIMIENTOS
      *    Lee nomina.dat y el historico archivado (igual que 4850):
      *    los movimientos del anio se recuentan en la tabla de
      *    acumulados y los del alcance se cruzan contra sus
      *    satelites y se recuentan por periodo.
      *****************************************************************
       4220-RECORRER-MOVIMIENTOS.
           CLOSE ARCHIVO-NOMINA.
           OPEN INPUT ARCHIVO-NOMINA.
           IF FS-ARCHIVO-NOMINA = "00"
               PERFORM 4221-LEER-NOMINA-VERIF THRU 4221-EXIT
                   UNTIL FS-ARCHIVO-NOMINA = "10"
               CLOSE ARCHIVO-NOMINA
           END-IF.
           OPEN INPUT ARCHIVO-HISTORICO.
           IF FS-HISTORICO = "00"
               PERFORM 4222-LEER-HIST-VERIF THRU 4222-EXIT
                   UNTIL FS-HISTORICO = "10"
               CLOSE ARCHIVO-HISTORICO
           END-IF.
           PERFORM 9110-ABRIR-NOMINA-IO THRU 9110-EXIT.
       4220-EXIT.
           EXIT.

      *****************************************************************
      *    4221-LEER-NOMINA-VERIF
      *****************************************************************
       4221-LEER-NOMINA-VERIF.
           READ ARCHIVO-NOMINA NEXT
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 4225-VERIFICAR-MOVIMIENTO THRU 4225-EXIT
           END-READ.
       4221-EXIT.
           EXIT.

      *****************************************************************
      *    4222-LEER-HIST-VERIF
      *****************************************************************
       4222-LEER-HIST-VERIF.
           READ ARCHIVO-HISTORICO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE REGISTRO-HISTORICO TO REGISTRO-NOMINA
                   PERFORM 4225-VERIFICAR-MOVIMIENTO THRU 4225-EXIT
           END-READ.
       4222-EXIT.
           EXIT.

      *****************************************************************
      *    4225-VERIFICAR-MOVIMIENTO
      *    Cruza el REGISTRO-NOMINA en turno contra lo que sus
      *    satelites dicen de la misma llave.
      *****************************************************************
       4225-VERIFICAR-MOVIMIENTO.
           IF RN-FECHA-PERIODO(7:4) = ANIO-VERIFICACION
               PERFORM 4853-APLICAR-RN-ACUMULADO THRU 4853-EXIT
           END-IF.
           MOVE RN-LLAVE TO LLAVE-VERIFICAR.
           PERFORM 4205-PROBAR-ALCANCE THRU 4205-EXIT.
           IF FUERA-ALCANCE
               GO TO 4225-EXIT
           END-IF.
           ADD 1 TO MOVIMIENTOS-VERIFICADOS.
           PERFORM 4226-RECONTAR-PERIODO THRU 4226-EXIT.
           PERFORM 4218-UBICAR-LLAVE-VERIF THRU 4218-EXIT.
           IF IDX-VERIF-ENC = ZERO
               GO TO 4225-EXIT
           END-IF.
           MOVE "S" TO TVI-EN-NOMINA(IDX-VERIF-ENC).
           PERFORM 4291-ARMAR-LLAVE-MOV THRU 4291-EXIT.
      *    costopat.txt: exactamente un renglon, del mismo tipo.
           MOVE "costopat.txt" TO DESCUADRE-ARCHIVO.
           SET DESCUADRE-SIN-IMPORTES TO TRUE.
           EVALUATE TRUE
               WHEN TVI-COSTOPAT-LINEAS(IDX-VERIF-ENC) = ZERO
                   MOVE "Movimiento sin renglon de costo patronal"
                       TO DESCUADRE-TEXTO
                   PERFORM 4290-LISTAR-DESCUADRE THRU 4290-EXIT
                   ADD 1 TO DESCUADRES-COSTOPAT
               WHEN TVI-COSTOPAT-LINEAS(IDX-VERIF-ENC) > 1
                   MOVE "Movimiento con renglones duplicados"
                       TO DESCUADRE-TEXTO
                   PERFORM 4290-LISTAR-DESCUADRE THRU 4290-EXIT
                   ADD 1 TO DESCUADRES-COSTOPAT
               WHEN TVI-COSTOPAT-TIPO(IDX-VERIF-ENC)
                   NOT = RN-TIPO-MOVIMIENTO
                   MOVE SPACES TO DESCUADRE-TEXTO
                   STRING "Tipo " TVI-COSTOPAT-TIPO(IDX-VERIF-ENC)
                       " en costopat.txt y " RN-TIPO-MOVIMIENTO
                       " en nomina.dat" DELIMITED BY SIZE
                       INTO DESCUADRE-TEXTO
                   PERFORM 4290-LISTAR-DESCUADRE THRU 4290-EXIT
                   ADD 1 TO DESCUADRES-COSTOPAT
           END-EVALUATE.
           IF TVI-COSTOPAT-DESCUADRE(IDX-VERIF-ENC) = "S"
               MOVE "El total patronal no es la suma de sus cuotas"
                   TO DESCUADRE-TEXTO
               PERFORM 4290-LISTAR-DESCUADRE THRU 4290-EXIT
               ADD 1 TO DESCUADRES-COSTOPAT
           END-IF.
      *    deducaplic.txt: solo se graban las lineas que abonaron un
      *    saldo, asi que su suma puede ser menor que la deduccion
      *    adicional (lineas sin saldo), pero nunca mayor.
           MOVE "deducaplic.txt" TO DESCUADRE-ARCHIVO.
           IF RN-MOV-REVERSO
               AND TVI-DEDUC-LINEAS(IDX-VERIF-ENC) > ZERO
               MOVE "Un reverso no debe grabar deducciones aplicadas"
                   TO DESCUADRE-TEXTO
               PERFORM 4290-LISTAR-DESCUADRE THRU 4290-EXIT
               ADD 1 TO DESCUADRES-DEDUCCIONES
           END-IF.
           IF NOT RN-MOV-REVERSO
               AND TVI-DEDUC-MONTO(IDX-VERIF-ENC)
                   > RN-DEDUCCION-ADICIONAL
               MOVE "Abonos mayores que la deduccion adicional"
                   TO DESCUADRE-TEXTO
               MOVE TVI-DEDUC-MONTO(IDX-VERIF-ENC)
                   TO IMPORTE-SEGUN-ARCHIVO
               MOVE RN-DEDUCCION-ADICIONAL TO IMPORTE-SEGUN-NOMINA
               SET DESCUADRE-CON-IMPORTES TO TRUE
               PERFORM 4290-LISTAR-DESCUADRE THRU 4290-EXIT
               ADD 1 TO DESCUADRES-DEDUCCIONES
           END-IF.
      *    incidaplic.txt: cada concepto de incidencias del
      *    movimiento contra sus lineas (el reverso graba las suyas).
           MOVE "incidaplic.txt" TO DESCUADRE-ARCHIVO.
           SET DESCUADRE-CON-IMPORTES TO TRUE.
           IF TVI-FALTAS(IDX-VERIF-ENC) NOT = RN-DESC-FALTAS
               MOVE "Descuento por faltas (RN-DESC-FALTAS)"
                   TO DESCUADRE-TEXTO
               MOVE TVI-FALTAS(IDX-VERIF-ENC) TO IMPORTE-SEGUN-ARCHIVO
               MOVE RN-DESC-FALTAS TO IMPORTE-SEGUN-NOMINA
               PERFORM 4290-LISTAR-DESCUADRE THRU 4290-EXIT
               ADD 1 TO DESCUADRES-INCIDENCIAS
           END-IF.
           IF TVI-INCAPACIDAD(IDX-VERIF-ENC) NOT = RN-PAGO-INCAPACIDAD
               MOVE "Pago de incapacidad (RN-PAGO-INCAPACIDAD)"
                   TO DESCUADRE-TEXTO
               MOVE TVI-INCAPACIDAD(IDX-VERIF-ENC)
                   TO IMPORTE-SEGUN-ARCHIVO
               MOVE RN-PAGO-INCAPACIDAD TO IMPORTE-SEGUN-NOMINA
               PERFORM 4290-LISTAR-DESCUADRE THRU 4290-EXIT
               ADD 1 TO DESCUADRES-INCIDENCIAS
           END-IF.
           IF TVI-VACACIONES(IDX-VERIF-ENC) NOT = RN-PAGO-VACACIONES
               MOVE "Pago de vacaciones (RN-PAGO-VACACIONES)"
                   TO DESCUADRE-TEXTO
               MOVE TVI-VACACIONES(IDX-VERIF-ENC)
                   TO IMPORTE-SEGUN-ARCHIVO
               MOVE RN-PAGO-VACACIONES TO IMPORTE-SEGUN-NOMINA
               PERFORM 4290-LISTAR-DESCUADRE THRU 4290-EXIT
               ADD 1 TO DESCUADRES-INCIDENCIAS
           END-IF.
           IF TVI-PRIMA(IDX-VERIF-ENC) NOT = RN-PRIMA-VACACIONAL
               MOVE "Prima vacacional (RN-PRIMA-VACACIONAL)"
                   TO DESCUADRE-TEXTO
               MOVE TVI-PRIMA(IDX-VERIF-ENC) TO IMPORTE-SEGUN-ARCHIVO
               MOVE RN-PRIMA-VACACIONAL TO IMPORTE-SEGUN-NOMINA
               PERFORM 4290-LISTAR-DESCUADRE THRU 4290-EXIT
               ADD 1 TO DESCUADRES-INCIDENCIAS
           END-IF.
       4225-EXIT.
           EXIT.

      *****************************************************************
      *    4226-RECONTAR-PERIODO
      *    Abona el movimiento al recuento de su periodo con las
      *    mismas reglas de 6100 (los reversos restan).
      *****************************************************************
       4226-RECONTAR-PERIODO.
           PERFORM 4227-BUSCAR-VERIF-PERIODO THRU 4227-EXIT.
           IF IDX-VPE-ENC = ZERO
               IF TOTAL-VPE-CARGADOS >= 100
                   SET VERIF-EXCEDIDA TO TRUE
                   GO TO 4226-EXIT
               END-IF
               ADD 1 TO TOTAL-VPE-CARGADOS
               MOVE TOTAL-VPE-CARGADOS TO IDX-VPE-ENC
               MOVE LVE-FECHA-PERIODO
                   TO TVP-FECHA-PERIODO(IDX-VPE-ENC)
               MOVE ZERO TO TVP-EMPLEADOS(IDX-VPE-ENC)
               MOVE ZERO TO TVP-BRUTO(IDX-VPE-ENC)
               MOVE ZERO TO TVP-DEDUCCIONES(IDX-VPE-ENC)
               MOVE ZERO TO TVP-NETO(IDX-VPE-ENC)
           END-IF.
           IF RN-MOV-REVERSO
               SUBTRACT 1 FROM TVP-EMPLEADOS(IDX-VPE-ENC)
               SUBTRACT RN-SALARIO-BRUTO FROM TVP-BRUTO(IDX-VPE-ENC)
               SUBTRACT RN-DEDUCCIONES
                   FROM TVP-DEDUCCIONES(IDX-VPE-ENC)
               SUBTRACT RN-SALARIO-NETO FROM TVP-NETO(IDX-VPE-ENC)
           ELSE
               ADD 1 TO TVP-EMPLEADOS(IDX-VPE-ENC)
               ADD RN-SALARIO-BRUTO TO TVP-BRUTO(IDX-VPE-ENC)
               ADD RN-DEDUCCIONES TO TVP-DEDUCCIONES(IDX-VPE-ENC)
               ADD RN-SALARIO-NETO TO TVP-NETO(IDX-VPE-ENC)
           END-IF.
       4226-EXIT.
           EXIT.

      *****************************************************************
      *    4227-BUSCAR-VERIF-PERIODO
      *    Deja en IDX-VPE-ENC la entrada de LVE-FECHA-PERIODO en el
      *    recuento (cero si no esta).
      *****************************************************************
       4227-BUSCAR-VERIF-PERIODO.
           MOVE ZERO TO IDX-VPE-ENC.
           PERFORM 4228-COMPARAR-VERIF-PERIODO THRU 4228-EXIT
               VARYING IDX-VERIF-PERIODO FROM 1 BY 1
               UNTIL IDX-VERIF-PERIODO > TOTAL-VPE-CARGADOS
               OR IDX-VPE-ENC > ZERO.
       4227-EXIT.
           EXIT.

      *****************************************************************
      *    4228-COMPARAR-VERIF-PERIODO
      *****************************************************************
       4228-COMPARAR-VERIF-PERIODO.
           IF TVP-FECHA-PERIODO(IDX-VERIF-PERIODO)
               = LVE-FECHA-PERIODO
               MOVE IDX-VERIF-PERIODO TO IDX-VPE-ENC
           END-IF.
       4228-EXIT.
           EXIT.

      *****************************************************************
      *    4230-LISTAR-HUERFANO
      *    Renglones satelite del alcance cuya llave no existe ni en
      *    nomina.dat ni en el historico archivado.
      *****************************************************************
       4230-LISTAR-HUERFANO.
           IF TVI-EN-NOMINA(IDX-VERIFICACION) = "S"
               GO TO 4230-EXIT
           END-IF.
           MOVE TVI-LLAVE(IDX-VERIFICACION) TO LLAVE-VERIFICAR.
           PERFORM 4291-ARMAR-LLAVE-MOV THRU 4291-EXIT.
           SET DESCUADRE-SIN-IMPORTES TO TRUE.
           MOVE "Renglon sin movimiento en nomina.dat"
               TO DESCUADRE-TEXTO.
           IF TVI-COSTOPAT-LINEAS(IDX-VERIFICACION) > ZERO
               MOVE "costopat.txt" TO DESCUADRE-ARCHIVO
               PERFORM 4290-LISTAR-DESCUADRE THRU 4290-EXIT
               ADD 1 TO DESCUADRES-COSTOPAT
           END-IF.
           IF TVI-DEDUC-LINEAS(IDX-VERIFICACION) > ZERO
               MOVE "deducaplic.txt" TO DESCUADRE-ARCHIVO
               PERFORM 4290-LISTAR-DESCUADRE THRU 4290-EXIT
               ADD 1 TO DESCUADRES-DEDUCCIONES
           END-IF.
           IF TVI-INCID-LINEAS(IDX-VERIFICACION) > ZERO
               MOVE "incidaplic.txt" TO DESCUADRE-ARCHIVO
               PERFORM 4290-LISTAR-DESCUADRE THRU 4290-EXIT
               ADD 1 TO DESCUADRES-INCIDENCIAS
           END-IF.
       4230-EXIT.
           EXIT.

      *****************************************************************
      *    4240-VERIFICAR-ACUMULADOS
      *    Cruza los renglones del anio de acumulados.txt contra el
      *    recuento que 4225 dejo en TABLA-ACUMULADOS, en ambos
      *    sentidos.
      *****************************************************************
       4240-VERIFICAR-ACUMULADOS.
           IF ACUM-EXCEDIDOS
               DISPLAY "AVISO: el anio " ANIO-VERIFICACION " genera "
                   "mas acumulados de los que caben en la tabla; "
                   "acumulados.txt no se verifico."
               GO TO 4240-EXIT
           END-IF.
           MOVE ALL "N" TO TABLA-ACUM-VISTOS.
           MOVE "acumulados.txt" TO DESCUADRE-ARCHIVO.
           OPEN INPUT ARCHIVO-ACUMULADOS.
           IF FS-ACUMULADOS = "00"
               PERFORM 4241-LEER-ACUM-VERIF THRU 4241-EXIT
                   UNTIL FS-ACUMULADOS = "10"
               CLOSE ARCHIVO-ACUMULADOS
           END-IF.
           PERFORM 4243-ACUM-SIN-RENGLON THRU 4243-EXIT
               VARYING IDX-ACUMULADOS FROM 1 BY 1
               UNTIL IDX-ACUMULADOS > TOTAL-ACUM-CARGADOS.
       4240-EXIT.
           EXIT.

      *****************************************************************
      *    4241-LEER-ACUM-VERIF
      *****************************************************************
       4241-LEER-ACUM-VERIF.
           READ ARCHIVO-ACUMULADOS
               AT END
                   CONTINUE
               NOT AT END
                   IF AC-ANIO = ANIO-VERIFICACION
                       PERFORM 4242-COTEJAR-ACUMULADO THRU 4242-EXIT
                   END-IF
           END-READ.
       4241-EXIT.
           EXIT.

      *****************************************************************
      *    4242-COTEJAR-ACUMULADO
      *****************************************************************
       4242-COTEJAR-ACUMULADO.
           MOVE SPACES TO DESCUADRE-LLAVE.
           MOVE AC-EMPLEADO-ID TO DESCUADRE-LLAVE(1:6).
           MOVE "/"            TO DESCUADRE-LLAVE(7:1).
           MOVE AC-ANIO        TO DESCUADRE-LLAVE(8:4).
           MOVE AC-EMPLEADO-ID TO ACUM-EMPLEADO-ID.
           MOVE AC-ANIO        TO ACUM-ANIO.
           MOVE ZERO TO IDX-ACUM-ENC.
           PERFORM 9645-BUSCAR-ACUM-TABLA THRU 9645-EXIT
               VARYING IDX-ACUMULADOS FROM 1 BY 1
               UNTIL IDX-ACUMULADOS > TOTAL-ACUM-CARGADOS
               OR IDX-ACUM-ENC > ZERO.
           IF IDX-ACUM-ENC = ZERO
               IF AC-BRUTO NOT = ZERO OR AC-ISR NOT = ZERO
                   OR AC-IMSS NOT = ZERO OR AC-RETIRO NOT = ZERO
                   SET DESCUADRE-CON-IMPORTES TO TRUE
                   MOVE "Acumulado sin movimientos en nomina.dat"
                       TO DESCUADRE-TEXTO
                   MOVE AC-BRUTO TO IMPORTE-SEGUN-ARCHIVO
                   MOVE ZERO TO IMPORTE-SEGUN-NOMINA
                   PERFORM 4290-LISTAR-DESCUADRE THRU 4290-EXIT
                   ADD 1 TO DESCUADRES-ACUMULADOS
               END-IF
               GO TO 4242-EXIT
           END-IF.
           MOVE "S" TO TAV-VISTO(IDX-ACUM-ENC).
           SET DESCUADRE-CON-IMPORTES TO TRUE.
           IF AC-BRUTO NOT = TAC-BRUTO(IDX-ACUM-ENC)
               MOVE "Bruto acumulado" TO DESCUADRE-TEXTO
               MOVE AC-BRUTO TO IMPORTE-SEGUN-ARCHIVO
               MOVE TAC-BRUTO(IDX-ACUM-ENC) TO IMPORTE-SEGUN-NOMINA
               PERFORM 4290-LISTAR-DESCUADRE THRU 4290-EXIT
               ADD 1 TO DESCUADRES-ACUMULADOS
           END-IF.
           IF AC-ISR NOT = TAC-ISR(IDX-ACUM-ENC)
               MOVE "ISR acumulado" TO DESCUADRE-TEXTO
               MOVE AC-ISR TO IMPORTE-SEGUN-ARCHIVO
               MOVE TAC-ISR(IDX-ACUM-ENC) TO IMPORTE-SEGUN-NOMINA
               PERFORM 4290-LISTAR-DESCUADRE THRU 4290-EXIT
               ADD 1 TO DESCUADRES-ACUMULADOS
           END-IF.
           IF AC-IMSS NOT = TAC-IMSS(IDX-ACUM-ENC)
               MOVE "IMSS acumulado" TO DESCUADRE-TEXTO
               MOVE AC-IMSS TO IMPORTE-SEGUN-ARCHIVO
               MOVE TAC-IMSS(IDX-ACUM-ENC) TO IMPORTE-SEGUN-NOMINA
               PERFORM 4290-LISTAR-DESCUADRE THRU 4290-EXIT
               ADD 1 TO DESCUADRES-ACUMULADOS
           END-IF.
           IF AC-RETIRO NOT = TAC-RETIRO(IDX-ACUM-ENC)
               MOVE "Retiro acumulado" TO DESCUADRE-TEXTO
               MOVE AC-RETIRO TO IMPORTE-SEGUN-ARCHIVO
               MOVE TAC-RETIRO(IDX-ACUM-ENC) TO IMPORTE-SEGUN-NOMINA
               PERFORM 4290-LISTAR-DESCUADRE THRU 4290-EXIT
               ADD 1 TO DESCUADRES-ACUMULADOS
           END-IF.
       4242-EXIT.
           EXIT.

      *****************************************************************
      *    4243-ACUM-SIN-RENGLON
      *    Empleados con movimientos en el anio que no tienen renglon
      *    en acumulados.txt.
      *****************************************************************
       4243-ACUM-SIN-RENGLON.
           IF TAV-VISTO(IDX-ACUMULADOS) = "S"
               GO TO 4243-EXIT
           END-IF.
           IF TAC-BRUTO(IDX-ACUMULADOS) = ZERO
               AND TAC-ISR(IDX-ACUMULADOS) = ZERO
               AND TAC-IMSS(IDX-ACUMULADOS) = ZERO
               AND TAC-RETIRO(IDX-ACUMULADOS) = ZERO
               GO TO 4243-EXIT
           END-IF.
           MOVE SPACES TO DESCUADRE-LLAVE.
           MOVE TAC-EMPLEADO-ID(IDX-ACUMULADOS)
               TO DESCUADRE-LLAVE(1:6).
           MOVE "/" TO DESCUADRE-LLAVE(7:1).
           MOVE TAC-ANIO(IDX-ACUMULADOS) TO DESCUADRE-LLAVE(8:4).
           SET DESCUADRE-CON-IMPORTES TO TRUE.
           MOVE "Empleado/anio sin renglon en acumulados.txt"
               TO DESCUADRE-TEXTO.
           MOVE ZERO TO IMPORTE-SEGUN-ARCHIVO.
           MOVE TAC-BRUTO(IDX-ACUMULADOS) TO IMPORTE-SEGUN-NOMINA.
           PERFORM 4290-LISTAR-DESCUADRE THRU 4290-EXIT.
           ADD 1 TO DESCUADRES-ACUMULADOS.
       4243-EXIT.
           EXIT.

      *****************************************************************
      *    4250-VERIFICAR-PERIODOS
      *    Totales de control con que se cerro cada periodo del
      *    alcance contra el recuento de sus movimientos.
      *****************************************************************
       4250-VERIFICAR-PERIODOS.
           MOVE "periodos.txt" TO DESCUADRE-ARCHIVO.
           OPEN INPUT ARCHIVO-PERIODOS.
           IF FS-PERIODOS NOT = "00"
               GO TO 4250-EXIT
           END-IF.
           PERFORM 4251-LEER-PERIODO-VERIF THRU 4251-EXIT
               UNTIL FS-PERIODOS = "10".
           CLOSE ARCHIVO-PERIODOS.
       4250-EXIT.
           EXIT.

      *****************************************************************
      *    4251-LEER-PERIODO-VERIF
      *****************************************************************
       4251-LEER-PERIODO-VERIF.
           READ ARCHIVO-PERIODOS
               AT END
                   CONTINUE
               NOT AT END
                   IF PE-ESTATUS = "C"
                       PERFORM 4252-COTEJAR-PERIODO THRU 4252-EXIT
                   END-IF
           END-READ.
       4251-EXIT.
           EXIT.

      *****************************************************************
      *    4252-COTEJAR-PERIODO
      *****************************************************************
       4252-COTEJAR-PERIODO.
           MOVE PE-FECHA-PERIODO TO LVE-FECHA-PERIODO.
           PERFORM 4205-PROBAR-ALCANCE THRU 4205-EXIT.
           IF FUERA-ALCANCE
               GO TO 4252-EXIT
           END-IF.
           ADD 1 TO PERIODOS-VERIFICADOS.
           MOVE SPACES TO DESCUADRE-LLAVE.
           MOVE PE-FECHA-PERIODO TO DESCUADRE-LLAVE(1:10).
           PERFORM 4227-BUSCAR-VERIF-PERIODO THRU 4227-EXIT.
           IF IDX-VPE-ENC = ZERO
               SET DESCUADRE-CON-IMPORTES TO TRUE
               MOVE "Periodo cerrado sin movimientos en nomina.dat"
                   TO DESCUADRE-TEXTO
               MOVE PE-TOTAL-NETO TO IMPORTE-SEGUN-ARCHIVO
               MOVE ZERO TO IMPORTE-SEGUN-NOMINA
               PERFORM 4290-LISTAR-DESCUADRE THRU 4290-EXIT
               ADD 1 TO DESCUADRES-PERIODOS
               GO TO 4252-EXIT
           END-IF.
           SET DESCUADRE-CON-IMPORTES TO TRUE.
           IF PE-TOTAL-EMPLEADOS NOT = TVP-EMPLEADOS(IDX-VPE-ENC)
               MOVE "Empleados del periodo (PE-TOTAL-EMPLEADOS)"
                   TO DESCUADRE-TEXTO
               MOVE PE-TOTAL-EMPLEADOS TO IMPORTE-SEGUN-ARCHIVO
               MOVE TVP-EMPLEADOS(IDX-VPE-ENC) TO IMPORTE-SEGUN-NOMINA
               PERFORM 4290-LISTAR-DESCUADRE THRU 4290-EXIT
               ADD 1 TO DESCUADRES-PERIODOS
           END-IF.
           IF PE-TOTAL-BRUTO NOT = TVP-BRUTO(IDX-VPE-ENC)
               MOVE "Bruto del periodo (PE-TOTAL-BRUTO)"
                   TO DESCUADRE-TEXTO
               MOVE PE-TOTAL-BRUTO TO IMPORTE-SEGUN-ARCHIVO
               MOVE TVP-BRUTO(IDX-VPE-ENC) TO IMPORTE-SEGUN-NOMINA
               PERFORM 4290-LISTAR-DESCUADRE THRU 4290-EXIT
               ADD 1 TO DESCUADRES-PERIODOS
           END-IF.
           IF PE-TOTAL-DEDUCCIONES NOT = TVP-DEDUCCIONES(IDX-VPE-ENC)
               MOVE "Deducciones del periodo (PE-TOTAL-DEDUCCIONES)"
                   TO DESCUADRE-TEXTO
               MOVE PE-TOTAL-DEDUCCIONES TO IMPORTE-SEGUN-ARCHIVO
               MOVE TVP-DEDUCCIONES(IDX-VPE-ENC)
                   TO IMPORTE-SEGUN-NOMINA
               PERFORM 4290-LISTAR-DESCUADRE THRU 4290-EXIT
               ADD 1 TO DESCUADRES-PERIODOS
           END-IF.
           IF PE-TOTAL-NETO NOT = TVP-NETO(IDX-VPE-ENC)
               MOVE "Neto del periodo (PE-TOTAL-NETO)"
                   TO DESCUADRE-TEXTO
               MOVE PE-TOTAL-NETO TO IMPORTE-SEGUN-ARCHIVO
               MOVE TVP-NETO(IDX-VPE-ENC) TO IMPORTE-SEGUN-NOMINA
               PERFORM 4290-LISTAR-DESCUADRE THRU 4290-EXIT
               ADD 1 TO DESCUADRES-PERIODOS
           END-IF.
       4252-EXIT.
           EXIT.

      *****************************************************************
      *    4290-LISTAR-DESCUADRE
      *    Un renglon por descuadre: archivo, llave y que no cuadra;
      *    si hay importes, un segundo renglon con lo que dice el
      *    archivo y lo que dice nomina.dat (o su recuento).
      *****************************************************************
       4290-LISTAR-DESCUADRE.
           ADD 1 TO DESCUADRES-TOTAL.
           DISPLAY DESCUADRE-ARCHIVO " " DESCUADRE-LLAVE " "
               DESCUADRE-TEXTO.
           IF DESCUADRE-CON-IMPORTES
               MOVE IMPORTE-SEGUN-ARCHIVO TO ED-IMPORTE-ARCHIVO
               MOVE IMPORTE-SEGUN-NOMINA  TO ED-IMPORTE-NOMINA
               DISPLAY "     segun el archivo: " ED-IMPORTE-ARCHIVO
                   "   segun nomina.dat: " ED-IMPORTE-NOMINA
           END-IF.
       4290-EXIT.
           EXIT.

      *****************************************************************
      *    4291-ARMAR-LLAVE-MOV
      *    Llave de movimiento para el listado: empleado/periodo/
      *    consecutivo.
      *****************************************************************
       4291-ARMAR-LLAVE-MOV.
           MOVE SPACES TO DESCUADRE-LLAVE.
           MOVE LVE-EMPLEADO-ID   TO DESCUADRE-LLAVE(1:6).
           MOVE "/"               TO DESCUADRE-LLAVE(7:1).
           MOVE LVE-FECHA-PERIODO TO DESCUADRE-LLAVE(8:10).
           MOVE "/"               TO DESCUADRE-LLAVE(18:1).
           MOVE LVE-CONSECUTIVO   TO DESCUADRE-LLAVE(19:3).
       4291-EXIT.
           EXIT.

      *****************************************************************
      *    4300-FONDO-AHORRO  (Opcion 28 del menu)
      *    Fondo de ahorro: inscripcion y porcentaje de aportacion,
      *    suspension, consulta del saldo, prestamos contra el fondo,
      *    liquidacion anual y listado. Las aportaciones y los abonos
      *    al prestamo se descuentan solos en cada pago (4330).
      *****************************************************************
       4300-FONDO-AHORRO.
           DISPLAY "1. Inscribir empleado o cambiar su porcentaje".
           DISPLAY "2. Suspender o reactivar la aportacion".
           DISPLAY "3. Consultar saldo y movimientos de un empleado".
           DISPLAY "4. Otorgar prestamo contra el fondo".
           DISPLAY "5. Liquidacion anual del fondo".
           DISPLAY "6. Listado del fondo de ahorro".
           DISPLAY "Ingrese su opción (1-6): ".
           ACCEPT OPCION-FONDO.
           EVALUATE OPCION-FONDO
               WHEN 1
                   PERFORM 4305-INSCRIBIR-FONDO THRU 4305-EXIT
               WHEN 2
                   PERFORM 4306-SUSPENDER-FONDO THRU 4306-EXIT
               WHEN 3
                   PERFORM 4307-CONSULTAR-FONDO THRU 4307-EXIT
               WHEN 4
                   PERFORM 4320-OTORGAR-PRESTAMO-FONDO THRU 4320-EXIT
               WHEN 5
                   PERFORM 4350-LIQUIDACION-ANUAL-FONDO THRU 4350-EXIT
               WHEN 6
                   PERFORM 4370-LISTAR-FONDO THRU 4370-EXIT
               WHEN OTHER
                   DISPLAY "Opción inválida. Intente nuevamente."
           END-EVALUATE.
       4300-EXIT.
           EXIT.

      *****************************************************************
      *    4305-INSCRIBIR-FONDO
      *    Inscribe al fondo a un empleado activo del maestro o le
      *    cambia el porcentaje de aportacion. El porcentaje no puede
      *    pasar del tope de la aportacion de la empresa. Un empleado
      *    cuyo fondo se liquido por baja (B) y que reingresa se
      *    inscribe de nuevo con fecha de alta de hoy.
      *****************************************************************
       4305-INSCRIBIR-FONDO.
           DISPLAY "Ingrese el ID del empleado:".
           ACCEPT EMPLEADO-ID.
           PERFORM 7320-BUSCAR-EMPLEADO-POR-ID THRU 7320-EXIT.
           IF EMPLEADO-NO-ENCONTRADO
               DISPLAY "No existe el empleado " EMPLEADO-ID
                   " en el maestro."
               GO TO 4305-EXIT
           END-IF.
           IF NOT EM-ACTIVO
               DISPLAY "El empleado " EMPLEADO-ID " no esta activo;"
                   " no puede inscribirse al fondo."
               GO TO 4305-EXIT
           END-IF.
           PERFORM 4310-CARGAR-FONDO THRU 4310-EXIT.
           IF FONDO-EXCEDIDO
               DISPLAY "==========ERROR=========="
               DISPLAY "fondoaho.txt excede la tabla; no se puede "
                   "regrabar."
               GO TO 4305-EXIT
           END-IF.
           PERFORM 4312-BUSCAR-FONDO THRU 4312-EXIT.
           IF IDX-FONDO-ENC = ZERO
               AND TOTAL-FONDO-CARGADOS NOT < 500
               DISPLAY "==========ERROR=========="
               DISPLAY "El fondo de ahorro ya tiene 500 empleados; "
                   "no se pueden inscribir mas."
               GO TO 4305-EXIT
           END-IF.
           IF IDX-FONDO-ENC > ZERO
               MOVE TFA-PORCENTAJE(IDX-FONDO-ENC)
                   TO ED-PORCENTAJE-FONDO
               DISPLAY "Inscrito actualmente con "
                   ED-PORCENTAJE-FONDO "% (estatus "
                   TFA-ESTATUS(IDX-FONDO-ENC) ")."
           END-IF.
           COMPUTE ED-PORCENTAJE-FONDO = TOPE-APORTACION-FONDO * 100.
           DISPLAY "Porcentaje del bruto a aportar (ejemplo: 05.00 "
               "= 5%; maximo " ED-PORCENTAJE-FONDO "%):".
           ACCEPT PORCENTAJE-FONDO-CAPT.
           IF PORCENTAJE-FONDO-CAPT = ZERO
               OR PORCENTAJE-FONDO-CAPT > TOPE-APORTACION-FONDO * 100
               DISPLAY "==========ERROR=========="
               DISPLAY "El porcentaje debe ser mayor que 0 y no "
                   "pasar del tope; no se hizo ningun cambio."
               GO TO 4305-EXIT
           END-IF.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE SPACES TO FECHA-HOY.
           MOVE FECHA-SISTEMA(5:2) TO FECHA-HOY(4:2).
           MOVE "/"                TO FECHA-HOY(6:1).
           MOVE FECHA-SISTEMA(1:4) TO FECHA-HOY(7:4).
           IF IDX-FONDO-ENC = ZERO
               ADD 1 TO TOTAL-FONDO-CARGADOS
               MOVE TOTAL-FONDO-CARGADOS TO IDX-FONDO-ENC
               MOVE EMPLEADO-ID TO TFA-EMPLEADO-ID(IDX-FONDO-ENC)
               MOVE ZERO TO TFA-SALDO-EMPLEADO(IDX-FONDO-ENC)
               MOVE ZERO TO TFA-SALDO-EMPRESA(IDX-FONDO-ENC)
               MOVE ZERO TO TFA-SALDO-PRESTAMO(IDX-FONDO-ENC)
               MOVE ZERO TO TFA-ABONO-PRESTAMO(IDX-FONDO-ENC)
               MOVE "B" TO TFA-ESTATUS(IDX-FONDO-ENC)
           END-IF.
           IF TFA-ESTATUS(IDX-FONDO-ENC) = "B"
               MOVE "A" TO TFA-ESTATUS(IDX-FONDO-ENC)
               MOVE FECHA-HOY TO TFA-FECHA-ALTA(IDX-FONDO-ENC)
               MOVE "INSCRIPCION FONDO" TO AUDIT-EVENTO
           ELSE
               MOVE "CAMBIO PCT FONDO" TO AUDIT-EVENTO
           END-IF.
           MOVE PORCENTAJE-FONDO-CAPT
               TO TFA-PORCENTAJE(IDX-FONDO-ENC).
           PERFORM 4315-GRABAR-FONDO THRU 4315-EXIT.
           MOVE PORCENTAJE-FONDO-CAPT TO ED-PORCENTAJE-FONDO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE EMPLEADO-ID TO AUDIT-DETALLE(1:6).
           MOVE ED-PORCENTAJE-FONDO TO AUDIT-DETALLE(8:5).
           MOVE "%" TO AUDIT-DETALLE(13:1).
           MOVE NOMBRE-EMPLEADO TO AUDIT-DETALLE(15:40).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
           DISPLAY "Empleado " EMPLEADO-ID " inscrito al fondo con "
               ED-PORCENTAJE-FONDO "%.".
       4305-EXIT.
           EXIT.

      *****************************************************************
      *    4306-SUSPENDER-FONDO
      *    Alterna la aportacion de un empleado inscrito entre activa
      *    (A) y suspendida (S). Suspendido no aporta, pero conserva
      *    sus saldos y sigue abonando el prestamo que deba.
      *****************************************************************
       4306-SUSPENDER-FONDO.
           DISPLAY "Ingrese el ID del empleado:".
           ACCEPT EMPLEADO-ID.
           PERFORM 4310-CARGAR-FONDO THRU 4310-EXIT.
           IF FONDO-EXCEDIDO
               DISPLAY "==========ERROR=========="
               DISPLAY "fondoaho.txt excede la tabla; no se puede "
                   "regrabar."
               GO TO 4306-EXIT
           END-IF.
           PERFORM 4312-BUSCAR-FONDO THRU 4312-EXIT.
           IF IDX-FONDO-ENC = ZERO
               DISPLAY "El empleado " EMPLEADO-ID " no esta inscrito "
                   "al fondo de ahorro."
               GO TO 4306-EXIT
           END-IF.
           IF TFA-ESTATUS(IDX-FONDO-ENC) = "B"
               DISPLAY "El fondo del empleado ya se liquido por baja;"
                   " para volver a aportar inscribalo de nuevo."
               GO TO 4306-EXIT
           END-IF.
           IF TFA-ESTATUS(IDX-FONDO-ENC) = "A"
               DISPLAY "¿Confirma suspender la aportacion? (S/N):"
           ELSE
               DISPLAY "¿Confirma reactivar la aportacion? (S/N):"
           END-IF.
           ACCEPT RESPUESTA-CONFIRMA.
           IF NOT CONFIRMA-SI
               DISPLAY "No se hizo ningun cambio."
               GO TO 4306-EXIT
           END-IF.
           IF TFA-ESTATUS(IDX-FONDO-ENC) = "A"
               MOVE "S" TO TFA-ESTATUS(IDX-FONDO-ENC)
               MOVE "SUSPENSION FONDO" TO AUDIT-EVENTO
           ELSE
               MOVE "A" TO TFA-ESTATUS(IDX-FONDO-ENC)
               MOVE "REACTIVACION FONDO" TO AUDIT-EVENTO
           END-IF.
           PERFORM 4315-GRABAR-FONDO THRU 4315-EXIT.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE EMPLEADO-ID TO AUDIT-DETALLE(1:6).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
           DISPLAY "Aportacion del empleado " EMPLEADO-ID
               " con estatus " TFA-ESTATUS(IDX-FONDO-ENC) ".".
       4306-EXIT.
           EXIT.

      *****************************************************************
      *    4307-CONSULTAR-FONDO
      *    Muestra la inscripcion y los saldos de un empleado y sus
      *    movimientos de fondomov.txt (estado de cuenta del fondo).
      *****************************************************************
       4307-CONSULTAR-FONDO.
           DISPLAY "Ingrese el ID del empleado:".
           ACCEPT EMPLEADO-ID.
           PERFORM 4310-CARGAR-FONDO THRU 4310-EXIT.
           PERFORM 4312-BUSCAR-FONDO THRU 4312-EXIT.
           IF IDX-FONDO-ENC = ZERO
               DISPLAY "El empleado " EMPLEADO-ID " no esta inscrito "
                   "al fondo de ahorro."
               GO TO 4307-EXIT
           END-IF.
           MOVE TFA-PORCENTAJE(IDX-FONDO-ENC) TO ED-PORCENTAJE-FONDO.
           DISPLAY "===============================================".
           DISPLAY "|   FONDO DE AHORRO DEL EMPLEADO " EMPLEADO-ID.
           DISPLAY "===============================================".
           DISPLAY "|Porcentaje:          |" ED-PORCENTAJE-FONDO "%".
           DISPLAY "|Estatus:             |" TFA-ESTATUS(IDX-FONDO-ENC).
           DISPLAY "|Fecha de alta:       |"
               TFA-FECHA-ALTA(IDX-FONDO-ENC).
           MOVE TFA-SALDO-EMPLEADO(IDX-FONDO-ENC) TO ED-SALDO-FONDO.
           DISPLAY "|Aportado empleado:   |" ED-SALDO-FONDO.
           MOVE TFA-SALDO-EMPRESA(IDX-FONDO-ENC) TO ED-SALDO-FONDO.
           DISPLAY "|Aportado empresa:    |" ED-SALDO-FONDO.
           COMPUTE SALDO-FONDO-LIQ = TFA-SALDO-EMPLEADO(IDX-FONDO-ENC)
               + TFA-SALDO-EMPRESA(IDX-FONDO-ENC).
           MOVE SALDO-FONDO-LIQ TO ED-SALDO-FONDO.
           DISPLAY "|Saldo del fondo:     |" ED-SALDO-FONDO.
           MOVE TFA-SALDO-PRESTAMO(IDX-FONDO-ENC) TO ED-PRESTAMO-FONDO.
           DISPLAY "|Prestamo por pagar:  |" ED-PRESTAMO-FONDO.
           MOVE TFA-ABONO-PRESTAMO(IDX-FONDO-ENC) TO ED-PRESTAMO-FONDO.
           DISPLAY "|Abono por pago:      |" ED-PRESTAMO-FONDO.
           DISPLAY "===============================================".
           DISPLAY "Movimientos (concepto A aportacion, L "
               "liquidacion, P prestamo; tipo R = reverso):".
           OPEN INPUT ARCHIVO-MOV-FONDO.
           IF FS-MOV-FONDO NOT = "00"
               DISPLAY "No hay movimientos del fondo registrados."
               GO TO 4307-EXIT
           END-IF.
           PERFORM 4308-MOSTRAR-MOV-FONDO THRU 4308-EXIT
               UNTIL FS-MOV-FONDO = "10".
           CLOSE ARCHIVO-MOV-FONDO.
           DISPLAY "===============================================".
       4307-EXIT.
           EXIT.

      *****************************************************************
      *    4308-MOSTRAR-MOV-FONDO
      *****************************************************************
       4308-MOSTRAR-MOV-FONDO.
           READ ARCHIVO-MOV-FONDO
               AT END
                   CONTINUE
               NOT AT END
                   IF FM-EMPLEADO-ID = EMPLEADO-ID
                       MOVE FM-EMPLEADO TO ED-SALDO-FONDO-EMP
                       MOVE FM-EMPRESA TO ED-SALDO-FONDO
                       MOVE FM-PRESTAMO-IMPORTE TO ED-PRESTAMO-FONDO
                       DISPLAY FM-FECHA-PERIODO " " FM-CONSECUTIVO
                           " " FM-TIPO-MOVIMIENTO FM-CONCEPTO
                           " emp " ED-SALDO-FONDO-EMP
                           " cia " ED-SALDO-FONDO
                           " prest " ED-PRESTAMO-FONDO
                   END-IF
           END-READ.
       4308-EXIT.
           EXIT.

      *****************************************************************
      *    4310-CARGAR-FONDO
      *    Carga fondoaho.txt completo a TABLA-FONDO. Si el archivo
      *    no existe la tabla queda vacia (nadie inscrito).
      *****************************************************************
       4310-CARGAR-FONDO.
           MOVE ZERO TO TOTAL-FONDO-CARGADOS.
           SET FONDO-NO-EXCEDIDO TO TRUE.
           OPEN INPUT ARCHIVO-FONDO.
           IF FS-FONDO = "00"
               PERFORM 4311-LEER-FONDO THRU 4311-EXIT
                   UNTIL FS-FONDO = "10"
               CLOSE ARCHIVO-FONDO
           END-IF.
       4310-EXIT.
           EXIT.

      *****************************************************************
      *    4311-LEER-FONDO
      *****************************************************************
       4311-LEER-FONDO.
           READ ARCHIVO-FONDO
               AT END
                   CONTINUE
               NOT AT END
                   IF TOTAL-FONDO-CARGADOS < 500
                       ADD 1 TO TOTAL-FONDO-CARGADOS
                       MOVE FA-EMPLEADO-ID
                           TO TFA-EMPLEADO-ID(TOTAL-FONDO-CARGADOS)
                       MOVE FA-PORCENTAJE
                           TO TFA-PORCENTAJE(TOTAL-FONDO-CARGADOS)
                       MOVE FA-ESTATUS
                           TO TFA-ESTATUS(TOTAL-FONDO-CARGADOS)
                       MOVE FA-FECHA-ALTA
                           TO TFA-FECHA-ALTA(TOTAL-FONDO-CARGADOS)
                       MOVE FA-SALDO-EMPLEADO
                           TO TFA-SALDO-EMPLEADO(TOTAL-FONDO-CARGADOS)
                       MOVE FA-SALDO-EMPRESA
                           TO TFA-SALDO-EMPRESA(TOTAL-FONDO-CARGADOS)
                       MOVE FA-SALDO-PRESTAMO
                           TO TFA-SALDO-PRESTAMO(TOTAL-FONDO-CARGADOS)
                       MOVE FA-ABONO-PRESTAMO
                           TO TFA-ABONO-PRESTAMO(TOTAL-FONDO-CARGADOS)
                   ELSE
                       SET FONDO-EXCEDIDO TO TRUE
                       DISPLAY "AVISO: fondoaho.txt excede los 500 "
                           "empleados; los restantes se ignoran."
                   END-IF
           END-READ.
       4311-EXIT.
           EXIT.

      *****************************************************************
      *    4312-BUSCAR-FONDO
      *    Deja en IDX-FONDO-ENC el renglon de EMPLEADO-ID en la
      *    tabla del fondo (cero si no esta inscrito).
      *****************************************************************
       4312-BUSCAR-FONDO.
           MOVE ZERO TO IDX-FONDO-ENC.
           PERFORM 4313-COMPARAR-FONDO THRU 4313-EXIT
               VARYING IDX-FONDO FROM 1 BY 1
               UNTIL IDX-FONDO > TOTAL-FONDO-CARGADOS
               OR IDX-FONDO-ENC > ZERO.
       4312-EXIT.
           EXIT.

      *****************************************************************
      *    4313-COMPARAR-FONDO
      *****************************************************************
       4313-COMPARAR-FONDO.
           IF TFA-EMPLEADO-ID(IDX-FONDO) = EMPLEADO-ID
               MOVE IDX-FONDO TO IDX-FONDO-ENC
           END-IF.
       4313-EXIT.
           EXIT.

      *****************************************************************
      *    4315-GRABAR-FONDO
      *    Regraba fondoaho.txt completo desde la tabla. Si el archivo
      *    excedio la tabla al cargarse NO se regraba, para no borrar
      *    los renglones que no cupieron (como 8170).
      *****************************************************************
       4315-GRABAR-FONDO.
           IF FONDO-EXCEDIDO
               DISPLAY "AVISO: fondoaho.txt no se regraba por "
                   "exceder la tabla; los saldos no se actualizaron."
               GO TO 4315-EXIT
           END-IF.
           OPEN OUTPUT ARCHIVO-FONDO.
           IF FS-FONDO NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo regrabar fondoaho.txt (estado "
                   FS-FONDO "); los saldos no se actualizaron."
               GO TO 4315-EXIT
           END-IF.
           PERFORM 4316-GRABAR-UN-FONDO THRU 4316-EXIT
               VARYING IDX-FONDO FROM 1 BY 1
               UNTIL IDX-FONDO > TOTAL-FONDO-CARGADOS.
           CLOSE ARCHIVO-FONDO.
       4315-EXIT.
           EXIT.

      *****************************************************************
      *    4316-GRABAR-UN-FONDO
      *****************************************************************
       4316-GRABAR-UN-FONDO.
           MOVE TFA-EMPLEADO-ID(IDX-FONDO)    TO FA-EMPLEADO-ID.
           MOVE TFA-PORCENTAJE(IDX-FONDO)     TO FA-PORCENTAJE.
           MOVE TFA-ESTATUS(IDX-FONDO)        TO FA-ESTATUS.
           MOVE TFA-FECHA-ALTA(IDX-FONDO)     TO FA-FECHA-ALTA.
           MOVE TFA-SALDO-EMPLEADO(IDX-FONDO) TO FA-SALDO-EMPLEADO.
           MOVE TFA-SALDO-EMPRESA(IDX-FONDO)  TO FA-SALDO-EMPRESA.
           MOVE TFA-SALDO-PRESTAMO(IDX-FONDO) TO FA-SALDO-PRESTAMO.
           MOVE TFA-ABONO-PRESTAMO(IDX-FONDO) TO FA-ABONO-PRESTAMO.
           WRITE REGISTRO-FONDO.
       4316-EXIT.
           EXIT.

      *****************************************************************
      *    4320-OTORGAR-PRESTAMO-FONDO
      *    Presta al empleado contra su fondo, hasta lo que el mismo
      *    lleva aportado, con un abono fijo que se descuenta en cada
      *    pago (4330). Solo se permite un prestamo vigente a la vez.
      *    El dinero se entrega fuera de nomina; aqui solo se
      *    registra el saldo y el movimiento P en fondomov.txt.
      *****************************************************************
       4320-OTORGAR-PRESTAMO-FONDO.
           DISPLAY "Ingrese el ID del empleado:".
           ACCEPT EMPLEADO-ID.
           PERFORM 7320-BUSCAR-EMPLEADO-POR-ID THRU 7320-EXIT.
           IF EMPLEADO-NO-ENCONTRADO
               DISPLAY "No existe el empleado " EMPLEADO-ID
                   " en el maestro."
               GO TO 4320-EXIT
           END-IF.
           IF NOT EM-ACTIVO
               DISPLAY "El empleado " EMPLEADO-ID " no esta activo;"
                   " no se le puede prestar."
               GO TO 4320-EXIT
           END-IF.
           PERFORM 4310-CARGAR-FONDO THRU 4310-EXIT.
           IF FONDO-EXCEDIDO
               DISPLAY "==========ERROR=========="
               DISPLAY "fondoaho.txt excede la tabla; no se puede "
                   "regrabar."
               GO TO 4320-EXIT
           END-IF.
           PERFORM 4312-BUSCAR-FONDO THRU 4312-EXIT.
           IF IDX-FONDO-ENC = ZERO
               DISPLAY "El empleado " EMPLEADO-ID " no esta inscrito "
                   "al fondo de ahorro."
               GO TO 4320-EXIT
           END-IF.
           IF TFA-ESTATUS(IDX-FONDO-ENC) NOT = "A"
               DISPLAY "El empleado no esta aportando al fondo "
                   "(estatus " TFA-ESTATUS(IDX-FONDO-ENC) ")."
               GO TO 4320-EXIT
           END-IF.
           IF TFA-SALDO-PRESTAMO(IDX-FONDO-ENC) > ZERO
               MOVE TFA-SALDO-PRESTAMO(IDX-FONDO-ENC)
                   TO ED-PRESTAMO-FONDO
               DISPLAY "El empleado ya tiene un prestamo vigente por "
                   ED-PRESTAMO-FONDO "."
               GO TO 4320-EXIT
           END-IF.
           MOVE TFA-SALDO-EMPLEADO(IDX-FONDO-ENC) TO ED-SALDO-FONDO.
           DISPLAY "Saldo aportado por el empleado: " ED-SALDO-FONDO.
           DISPLAY "Importe del prestamo (no mayor que ese saldo):".
           ACCEPT PRESTAMO-FONDO-CAPT.
           IF PRESTAMO-FONDO-CAPT = ZERO
               OR PRESTAMO-FONDO-CAPT
                   > TFA-SALDO-EMPLEADO(IDX-FONDO-ENC)
               DISPLAY "==========ERROR=========="
               DISPLAY "El prestamo debe ser mayor que 0 y no pasar "
                   "del saldo aportado por el empleado."
               GO TO 4320-EXIT
           END-IF.
           DISPLAY "Abono a descontar en cada pago:".
           ACCEPT ABONO-FONDO-CAPT.
           IF ABONO-FONDO-CAPT = ZERO
               OR ABONO-FONDO-CAPT > PRESTAMO-FONDO-CAPT
               DISPLAY "==========ERROR=========="
               DISPLAY "El abono debe ser mayor que 0 y no pasar del "
                   "importe del prestamo."
               GO TO 4320-EXIT
           END-IF.
           MOVE PRESTAMO-FONDO-CAPT TO ED-PRESTAMO-FONDO.
           DISPLAY "¿Confirma el prestamo de " ED-PRESTAMO-FONDO
               " al empleado " EMPLEADO-ID "? (S/N):".
           ACCEPT RESPUESTA-CONFIRMA.
           IF NOT CONFIRMA-SI
               DISPLAY "Prestamo cancelado."
               GO TO 4320-EXIT
           END-IF.
           MOVE PRESTAMO-FONDO-CAPT
               TO TFA-SALDO-PRESTAMO(IDX-FONDO-ENC).
           MOVE ABONO-FONDO-CAPT TO TFA-ABONO-PRESTAMO(IDX-FONDO-ENC).
           PERFORM 4315-GRABAR-FONDO THRU 4315-EXIT.
           MOVE "P" TO FP-CONCEPTO.
           MOVE ZERO TO FP-EMPLEADO.
           MOVE ZERO TO FP-EMPRESA.
           MOVE PRESTAMO-FONDO-CAPT TO FP-PRESTAMO.
           MOVE ZERO TO FP-INTERES.
           MOVE EMPLEADO-ID   TO FM-EMPLEADO-ID.
           MOVE FECHA-PERIODO TO FM-FECHA-PERIODO.
           MOVE ZERO          TO FM-CONSECUTIVO.
           MOVE SPACE         TO FM-TIPO-MOVIMIENTO.
           PERFORM 4325-GRABAR-MOV-FONDO THRU 4325-EXIT.
           MOVE SPACE TO FP-CONCEPTO.
           MOVE "PRESTAMO FONDO" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE EMPLEADO-ID TO AUDIT-DETALLE(1:6).
           MOVE ED-PRESTAMO-FONDO TO AUDIT-DETALLE(8:14).
           MOVE NOMBRE-EMPLEADO TO AUDIT-DETALLE(23:38).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
           DISPLAY "Prestamo registrado; se abona en cada pago.".
       4320-EXIT.
           EXIT.

      *****************************************************************
      *    4325-GRABAR-MOV-FONDO
      *    Agrega a fondomov.txt el movimiento de FONDO-PENDIENTE con
      *    la llave y el tipo que el llamador dejo en FM-LLAVE y
      *    FM-TIPO-MOVIMIENTO.
      *****************************************************************
       4325-GRABAR-MOV-FONDO.
           OPEN EXTEND ARCHIVO-MOV-FONDO.
           IF FS-MOV-FONDO NOT = "00"
               OPEN OUTPUT ARCHIVO-MOV-FONDO
           END-IF.
           IF FS-MOV-FONDO NOT = "00"
               DISPLAY "AVISO: no se pudo grabar fondomov.txt "
                   "(estado " FS-MOV-FONDO ")."
               GO TO 4325-EXIT
           END-IF.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE FP-CONCEPTO   TO FM-CONCEPTO.
           MOVE FP-EMPLEADO   TO FM-EMPLEADO.
           MOVE FP-EMPRESA    TO FM-EMPRESA.
           MOVE FP-PRESTAMO   TO FM-PRESTAMO-IMPORTE.
           MOVE FP-INTERES    TO FM-INTERES.
           MOVE FECHA-SISTEMA TO FM-FECHA-CAPTURA.
           WRITE REGISTRO-MOV-FONDO.
           CLOSE ARCHIVO-MOV-FONDO.
       4325-EXIT.
           EXIT.

      *****************************************************************
      *    4330-APLICAR-FONDO-AHORRO
      *    Se llama desde 8100 en los pagos por horas (8000). Si el
      *    empleado esta inscrito y activo descuenta su aportacion
      *    (FA-PORCENTAJE del bruto) y calcula la de la empresa
      *    (la misma, topada a TOPE-APORTACION-FONDO del bruto); si
      *    debe un prestamo del fondo, activo o suspendido, descuenta
      *    el abono. Todo se limita al neto disponible. Los saldos no
      *    se tocan aqui: el movimiento queda en FONDO-PENDIENTE y se
      *    aplica en 9100 solo si el registro de nomina se guarda.
      *****************************************************************
       4330-APLICAR-FONDO-AHORRO.
           PERFORM 4310-CARGAR-FONDO THRU 4310-EXIT.
           PERFORM 4312-BUSCAR-FONDO THRU 4312-EXIT.
           IF IDX-FONDO-ENC = ZERO
               GO TO 4330-EXIT
           END-IF.
           IF TFA-ESTATUS(IDX-FONDO-ENC) = "B"
               GO TO 4330-EXIT
           END-IF.
           MOVE ZERO TO FP-EMPLEADO.
           MOVE ZERO TO FP-EMPRESA.
           MOVE ZERO TO FP-PRESTAMO.
           MOVE ZERO TO FP-INTERES.
           IF TFA-ESTATUS(IDX-FONDO-ENC) = "A"
               COMPUTE MONTO-FONDO-CALC ROUNDED = SALARIO-BRUTO
                   * TFA-PORCENTAJE(IDX-FONDO-ENC) / 100
               COMPUTE NETO-DISPONIBLE = SALARIO-BRUTO - DEDUCCIONES
               IF MONTO-FONDO-CALC > NETO-DISPONIBLE
                   MOVE NETO-DISPONIBLE TO MONTO-FONDO-CALC
               END-IF
               MOVE MONTO-FONDO-CALC TO FP-EMPLEADO
               COMPUTE TOPE-FONDO-EMPRESA ROUNDED =
                   SALARIO-BRUTO * TOPE-APORTACION-FONDO
               MOVE FP-EMPLEADO TO FP-EMPRESA
               IF FP-EMPRESA > TOPE-FONDO-EMPRESA
                   MOVE TOPE-FONDO-EMPRESA TO FP-EMPRESA
               END-IF
           END-IF.
           IF FP-EMPLEADO > ZERO
               ADD FP-EMPLEADO TO DEDUCCION-ADICIONAL
               ADD FP-EMPLEADO TO DEDUCCIONES
               IF TOTAL-DEDUC-APLICADAS < 10
                   ADD 1 TO TOTAL-DEDUC-APLICADAS
                   MOVE "FONDO AHO " TO DP-TIPO(TOTAL-DEDUC-APLICADAS)
                   MOVE FP-EMPLEADO TO DP-MONTO(TOTAL-DEDUC-APLICADAS)
                   MOVE "F" TO DP-ABONO(TOTAL-DEDUC-APLICADAS)
               END-IF
           END-IF.
           IF TFA-SALDO-PRESTAMO(IDX-FONDO-ENC) > ZERO
               MOVE TFA-ABONO-PRESTAMO(IDX-FONDO-ENC)
                   TO MONTO-FONDO-CALC
               IF MONTO-FONDO-CALC > TFA-SALDO-PRESTAMO(IDX-FONDO-ENC)
                   MOVE TFA-SALDO-PRESTAMO(IDX-FONDO-ENC)
                       TO MONTO-FONDO-CALC
               END-IF
               COMPUTE NETO-DISPONIBLE = SALARIO-BRUTO - DEDUCCIONES
               IF MONTO-FONDO-CALC > NETO-DISPONIBLE
                   MOVE NETO-DISPONIBLE TO MONTO-FONDO-CALC
               END-IF
               MOVE MONTO-FONDO-CALC TO FP-PRESTAMO
           END-IF.
           IF FP-PRESTAMO > ZERO
               ADD FP-PRESTAMO TO DEDUCCION-ADICIONAL
               ADD FP-PRESTAMO TO DEDUCCIONES
               IF TOTAL-DEDUC-APLICADAS < 10
                   ADD 1 TO TOTAL-DEDUC-APLICADAS
                   MOVE "PREST FA  " TO DP-TIPO(TOTAL-DEDUC-APLICADAS)
                   MOVE FP-PRESTAMO TO DP-MONTO(TOTAL-DEDUC-APLICADAS)
                   MOVE "F" TO DP-ABONO(TOTAL-DEDUC-APLICADAS)
               END-IF
           END-IF.
           IF FP-EMPLEADO > ZERO
               OR FP-PRESTAMO > ZERO
               MOVE "A" TO FP-CONCEPTO
               MOVE FP-EMPRESA TO APORTACION-FONDO-PAT
               SET FONDO-MODIFICADO TO TRUE
           END-IF.
       4330-EXIT.
           EXIT.

      *****************************************************************
      *    4335-REGISTRAR-MOV-FONDO
      *    Se llama desde 9100 ya guardado el registro de nomina:
      *    graba el movimiento pendiente del fondo con la llave del
      *    registro y lo aplica a los saldos de fondoaho.txt (un
      *    reverso, tipo R, lo aplica al reves). La tabla se vuelve a
      *    cargar para partir de lo que hay en el archivo.
      *****************************************************************
       4335-REGISTRAR-MOV-FONDO.
           MOVE EMPLEADO-ID     TO FM-EMPLEADO-ID.
           MOVE FECHA-PERIODO   TO FM-FECHA-PERIODO.
           MOVE MAX-CONSECUTIVO TO FM-CONSECUTIVO.
           MOVE TIPO-MOVIMIENTO TO FM-TIPO-MOVIMIENTO.
           PERFORM 4325-GRABAR-MOV-FONDO THRU 4325-EXIT.
           PERFORM 4310-CARGAR-FONDO THRU 4310-EXIT.
           PERFORM 4312-BUSCAR-FONDO THRU 4312-EXIT.
           IF IDX-FONDO-ENC = ZERO
               DISPLAY "AVISO: el empleado " EMPLEADO-ID " ya no "
                   "esta en fondoaho.txt; sus saldos no se "
                   "actualizaron."
               GO TO 4335-FIN
           END-IF.
           IF TIPO-MOVIMIENTO = "R"
               PERFORM 4337-INVERTIR-MOV-FONDO THRU 4337-EXIT
           ELSE
               PERFORM 4336-APLICAR-MOV-FONDO THRU 4336-EXIT
           END-IF.
           PERFORM 4315-GRABAR-FONDO THRU 4315-EXIT.
       4335-FIN.
           SET FONDO-NO-MODIFICADO TO TRUE.
           MOVE SPACE TO FP-CONCEPTO.
           MOVE ZERO TO APORTACION-FONDO-PAT.
       4335-EXIT.
           EXIT.

      *****************************************************************
      *    4336-APLICAR-MOV-FONDO
      *    Aportacion (A): suma las dos aportaciones y abona el
      *    prestamo. Liquidacion (L): descuenta lo pagado y el
      *    prestamo liquidado; la del finiquito (F) deja el fondo del
      *    empleado como liquidado por baja (B). Un saldo nunca baja
      *    de cero.
      *****************************************************************
       4336-APLICAR-MOV-FONDO.
           IF FP-CONCEPTO = "A"
               ADD FP-EMPLEADO TO TFA-SALDO-EMPLEADO(IDX-FONDO-ENC)
               ADD FP-EMPRESA  TO TFA-SALDO-EMPRESA(IDX-FONDO-ENC)
           ELSE
               IF FP-EMPLEADO > TFA-SALDO-EMPLEADO(IDX-FONDO-ENC)
                   MOVE ZERO TO TFA-SALDO-EMPLEADO(IDX-FONDO-ENC)
               ELSE
                   SUBTRACT FP-EMPLEADO
                       FROM TFA-SALDO-EMPLEADO(IDX-FONDO-ENC)
               END-IF
               IF FP-EMPRESA > TFA-SALDO-EMPRESA(IDX-FONDO-ENC)
                   MOVE ZERO TO TFA-SALDO-EMPRESA(IDX-FONDO-ENC)
               ELSE
                   SUBTRACT FP-EMPRESA
                       FROM TFA-SALDO-EMPRESA(IDX-FONDO-ENC)
               END-IF
           END-IF.
           IF FP-PRESTAMO > TFA-SALDO-PRESTAMO(IDX-FONDO-ENC)
               MOVE ZERO TO TFA-SALDO-PRESTAMO(IDX-FONDO-ENC)
           ELSE
               SUBTRACT FP-PRESTAMO
                   FROM TFA-SALDO-PRESTAMO(IDX-FONDO-ENC)
           END-IF.
           IF TFA-SALDO-PRESTAMO(IDX-FONDO-ENC) = ZERO
               MOVE ZERO TO TFA-ABONO-PRESTAMO(IDX-FONDO-ENC)
           END-IF.
           IF FP-CONCEPTO = "L"
               AND TIPO-MOVIMIENTO = "F"
               MOVE "B" TO TFA-ESTATUS(IDX-FONDO-ENC)
           END-IF.
       4336-EXIT.
           EXIT.

      *****************************************************************
      *    4337-INVERTIR-MOV-FONDO
      *    Reverso de 4336: una aportacion revertida se resta de los
      *    saldos y devuelve el abono al prestamo; una liquidacion
      *    revertida regresa los saldos pagados y el prestamo, y el
      *    fondo liquidado por baja vuelve a activo. Si el prestamo
      *    revive sin abono capturado, el abono sera el saldo.
      *****************************************************************
       4337-INVERTIR-MOV-FONDO.
           IF FP-CONCEPTO = "A"
               IF FP-EMPLEADO > TFA-SALDO-EMPLEADO(IDX-FONDO-ENC)
                   MOVE ZERO TO TFA-SALDO-EMPLEADO(IDX-FONDO-ENC)
               ELSE
                   SUBTRACT FP-EMPLEADO
                       FROM TFA-SALDO-EMPLEADO(IDX-FONDO-ENC)
               END-IF
               IF FP-EMPRESA > TFA-SALDO-EMPRESA(IDX-FONDO-ENC)
                   MOVE ZERO TO TFA-SALDO-EMPRESA(IDX-FONDO-ENC)
               ELSE
                   SUBTRACT FP-EMPRESA
                       FROM TFA-SALDO-EMPRESA(IDX-FONDO-ENC)
               END-IF
           ELSE
               ADD FP-EMPLEADO TO TFA-SALDO-EMPLEADO(IDX-FONDO-ENC)
               ADD FP-EMPRESA  TO TFA-SALDO-EMPRESA(IDX-FONDO-ENC)
               IF TFA-ESTATUS(IDX-FONDO-ENC) = "B"
                   MOVE "A" TO TFA-ESTATUS(IDX-FONDO-ENC)
               END-IF
           END-IF.
           ADD FP-PRESTAMO TO TFA-SALDO-PRESTAMO(IDX-FONDO-ENC).
           IF TFA-SALDO-PRESTAMO(IDX-FONDO-ENC) > ZERO
               AND TFA-ABONO-PRESTAMO(IDX-FONDO-ENC) = ZERO
               MOVE TFA-SALDO-PRESTAMO(IDX-FONDO-ENC)
                   TO TFA-ABONO-PRESTAMO(IDX-FONDO-ENC)
           END-IF.
       4337-EXIT.
           EXIT.

      *****************************************************************
      *    4340-PREPARAR-REVERSO-FONDO
      *    Se llama desde 5230 antes de grabar el reverso: busca en
      *    fondomov.txt el movimiento del fondo que hizo el registro
      *    revertido (llave con UR-CONSECUTIVO) y lo deja pendiente
      *    con los mismos importes, para que 9100 grabe su reverso y
      *    lo aplique al reves. El costo patronal del reverso lleva
      *    la misma aportacion de la empresa.
      *****************************************************************
       4340-PREPARAR-REVERSO-FONDO.
           SET FONDO-NO-MODIFICADO TO TRUE.
           MOVE SPACE TO FP-CONCEPTO.
           MOVE ZERO TO APORTACION-FONDO-PAT.
           OPEN INPUT ARCHIVO-MOV-FONDO.
           IF FS-MOV-FONDO NOT = "00"
               GO TO 4340-EXIT
           END-IF.
           PERFORM 4341-LEER-MOV-REVERTIDO THRU 4341-EXIT
               UNTIL FS-MOV-FONDO = "10".
           CLOSE ARCHIVO-MOV-FONDO.
           IF FP-CONCEPTO NOT = SPACE
               SET FONDO-MODIFICADO TO TRUE
               IF FP-CONCEPTO = "A"
                   MOVE FP-EMPRESA TO APORTACION-FONDO-PAT
               END-IF
           END-IF.
       4340-EXIT.
           EXIT.

      *****************************************************************
      *    4341-LEER-MOV-REVERTIDO
      *****************************************************************
       4341-LEER-MOV-REVERTIDO.
           READ ARCHIVO-MOV-FONDO
               AT END
                   CONTINUE
               NOT AT END
                   IF FM-EMPLEADO-ID = EMPLEADO-ID
                       AND FM-FECHA-PERIODO = FECHA-PERIODO
                       AND FM-CONSECUTIVO = UR-CONSECUTIVO
                       AND FM-TIPO-MOVIMIENTO NOT = "R"
                       MOVE FM-CONCEPTO         TO FP-CONCEPTO
                       MOVE FM-EMPLEADO         TO FP-EMPLEADO
                       MOVE FM-EMPRESA          TO FP-EMPRESA
                       MOVE FM-PRESTAMO-IMPORTE TO FP-PRESTAMO
                       MOVE FM-INTERES          TO FP-INTERES
                   END-IF
           END-READ.
       4341-EXIT.
           EXIT.

      *****************************************************************
      *    4350-LIQUIDACION-ANUAL-FONDO
      *    Corrida anual del fondo: a cada inscrito con saldo le paga
      *    lo aportado por el y por la empresa mas el interes del
      *    ciclo (tasa capturada sobre el saldo), descontando lo que
      *    deba del prestamo, como un movimiento L de nomina fechado
      *    en la fecha de pago, con su recibo, CSV y acumulados. El
      *    saldo del fondo es percepcion exenta y el interes es
      *    gravable para el ISR; no causa IMSS ni retiro. Los
      *    inscritos siguen activos para el ciclo siguiente. Los que
      *    estan en baja pendiente se liquidan con su finiquito.
      *****************************************************************
       4350-LIQUIDACION-ANUAL-FONDO.
           MOVE FECHA-PERIODO TO FECHA-PERIODO-SESION.
           DISPLAY "Ingrese la fecha de pago de la liquidacion "
               "(DD/MM/AAAA):".
           ACCEPT FECHA-PAGO-FONDO.
           IF FECHA-PAGO-FONDO = SPACES
               DISPLAY "Fecha vacia; la liquidacion se cancela."
               GO TO 4350-FIN
           END-IF.
           MOVE FECHA-PAGO-FONDO TO FECHA-PERIODO.
           PERFORM 9520-VERIFICAR-PERIODO-CERRADO THRU 9520-EXIT.
           IF PERIODO-CERRADO
               DISPLAY "==========ERROR=========="
               DISPLAY "El periodo " FECHA-PERIODO " ya esta cerrado;"
                   " la liquidacion del fondo no se procesa."
               GO TO 4350-FIN
           END-IF.
           DISPLAY "Tasa de interes del ciclo sobre el saldo "
               "(ejemplo: 04.50 = 4.5%; cero = sin interes):".
           ACCEPT TASA-INTERES-FONDO.
           PERFORM 4310-CARGAR-FONDO THRU 4310-EXIT.
           IF FONDO-EXCEDIDO
               DISPLAY "==========ERROR=========="
               DISPLAY "fondoaho.txt excede la tabla; la liquidacion "
                   "no se procesa."
               GO TO 4350-FIN
           END-IF.
           IF TOTAL-FONDO-CARGADOS = ZERO
               DISPLAY "No hay empleados inscritos al fondo."
               GO TO 4350-FIN
           END-IF.
           MOVE TASA-INTERES-FONDO TO ED-PORCENTAJE-FONDO.
           DISPLAY "¿Confirma la liquidacion del fondo con fecha de "
               "pago " FECHA-PAGO-FONDO " e interes del "
               ED-PORCENTAJE-FONDO "%? (S/N):".
           ACCEPT RESPUESTA-CONFIRMA.
           IF NOT CONFIRMA-SI
               DISPLAY "Liquidacion del fondo cancelada."
               GO TO 4350-FIN
           END-IF.
           MOVE ZERO TO LIQ-FONDO-GRABADAS.
           MOVE ZERO TO LIQ-FONDO-OMITIDAS.
           PERFORM 4355-LIQUIDAR-FONDO-EMPLEADO THRU 4355-EXIT
               VARYING IDX-FONDO-LIQ FROM 1 BY 1
               UNTIL IDX-FONDO-LIQ > TOTAL-FONDO-CARGADOS.
           DISPLAY "===========================================".
           DISPLAY "|     LIQUIDACION DEL FONDO DE AHORRO     |".
           DISPLAY "===========================================".
           DISPLAY "|Liquidaciones grabadas:|" LIQ-FONDO-GRABADAS.
           DISPLAY "|Inscritos omitidos:    |" LIQ-FONDO-OMITIDAS.
           DISPLAY "===========================================".
           MOVE "LIQUIDACION FONDO" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE FECHA-PAGO-FONDO TO AUDIT-DETALLE(1:10).
           MOVE LIQ-FONDO-GRABADAS TO AUDIT-DETALLE(12:5).
           MOVE " grabadas" TO AUDIT-DETALLE(17:9).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
       4350-FIN.
           MOVE "O" TO TIPO-MOVIMIENTO.
           MOVE FECHA-PERIODO-SESION TO FECHA-PERIODO.
       4350-EXIT.
           EXIT.

      *****************************************************************
      *    4355-LIQUIDAR-FONDO-EMPLEADO
      *    Liquida el renglon IDX-FONDO-LIQ de la tabla del fondo. Se
      *    omiten los liquidados por baja, los que no tienen saldo,
      *    los que ya no estan en el maestro y los que estan en baja
      *    pendiente de finiquito. Como 9100 recarga y
      *    regraba la tabla, el renglon en curso se recorre con su
      *    propio indice.
      *****************************************************************
       4355-LIQUIDAR-FONDO-EMPLEADO.
           IF TFA-ESTATUS(IDX-FONDO-LIQ) = "B"
               GO TO 4355-EXIT
           END-IF.
           COMPUTE SALDO-FONDO-LIQ = TFA-SALDO-EMPLEADO(IDX-FONDO-LIQ)
               + TFA-SALDO-EMPRESA(IDX-FONDO-LIQ).
           IF SALDO-FONDO-LIQ = ZERO
               ADD 1 TO LIQ-FONDO-OMITIDAS
               GO TO 4355-EXIT
           END-IF.
           MOVE TFA-EMPLEADO-ID(IDX-FONDO-LIQ) TO EMPLEADO-ID.
           PERFORM 7320-BUSCAR-EMPLEADO-POR-ID THRU 7320-EXIT.
           IF EMPLEADO-NO-ENCONTRADO
               DISPLAY "AVISO: el empleado " EMPLEADO-ID " del fondo "
                   "no esta en el maestro; no se liquida."
               ADD 1 TO LIQ-FONDO-OMITIDAS
               GO TO 4355-EXIT
           END-IF.
           IF EM-BAJA-PENDIENTE
               DISPLAY "AVISO: el empleado " EMPLEADO-ID " esta en "
                   "baja pendiente; su fondo se paga en el finiquito."
               ADD 1 TO LIQ-FONDO-OMITIDAS
               GO TO 4355-EXIT
           END-IF.
           MOVE ZERO TO HORAS-TRABAJADAS.
           MOVE ZERO TO HORAS-REGULARES.
           MOVE ZERO TO HORAS-EXTRA.
           MOVE ZERO TO HORAS-DOBLES.
           MOVE ZERO TO SALARIO-REGULAR.
           MOVE ZERO TO SALARIO-EXTRA.
           MOVE ZERO TO SALARIO-DOBLE.
           MOVE ZERO TO DESCUENTO-FALTAS.
           MOVE ZERO TO PAGO-INCAPACIDAD.
           MOVE ZERO TO PAGO-VACACIONES.
           MOVE ZERO TO PRIMA-VACACIONAL.
           MOVE ZERO TO TOTAL-INCID-APLICADAS.
           MOVE "L" TO FP-CONCEPTO.
           MOVE TFA-SALDO-EMPLEADO(IDX-FONDO-LIQ) TO FP-EMPLEADO.
           MOVE TFA-SALDO-EMPRESA(IDX-FONDO-LIQ) TO FP-EMPRESA.
           COMPUTE FP-INTERES ROUNDED =
               SALDO-FONDO-LIQ * TASA-INTERES-FONDO / 100.
           COMPUTE SALARIO-BRUTO = SALDO-FONDO-LIQ + FP-INTERES.
           MOVE SALARIO-BRUTO TO PERCEPCIONES-ADICIONALES.
           MOVE SALDO-FONDO-LIQ TO PERCEPCIONES-EXENTAS.
           MOVE FP-INTERES TO PERCEPCIONES-GRAVADAS.
           MOVE 1 TO TOTAL-PERCEP-APLICADAS.
           MOVE "FONDO AHO " TO PP-TIPO(1).
           MOVE SALDO-FONDO-LIQ TO PP-MONTO(1).
           MOVE "N" TO PP-GRAVABLE(1).
           IF FP-INTERES > ZERO
               MOVE 2 TO TOTAL-PERCEP-APLICADAS
               MOVE "INTERES FA" TO PP-TIPO(2)
               MOVE FP-INTERES TO PP-MONTO(2)
               MOVE "S" TO PP-GRAVABLE(2)
           END-IF.
           PERFORM 8110-CALCULAR-ISR THRU 8110-EXIT.
           MOVE ZERO TO DEDUCCION-IMSS.
           MOVE ZERO TO DEDUCCION-RETIRO.
           MOVE DEDUCCION-ISR TO DEDUCCIONES.
           MOVE ZERO TO DEDUCCION-ADICIONAL.
           MOVE ZERO TO TOTAL-DEDUC-APLICADAS.
           SET DEDUC-NO-MODIFICADAS TO TRUE.
           MOVE ZERO TO FP-PRESTAMO.
           IF TFA-SALDO-PRESTAMO(IDX-FONDO-LIQ) > ZERO
               MOVE TFA-SALDO-PRESTAMO(IDX-FONDO-LIQ) TO FP-PRESTAMO
               COMPUTE NETO-DISPONIBLE = SALARIO-BRUTO - DEDUCCIONES
               IF FP-PRESTAMO > NETO-DISPONIBLE
                   MOVE NETO-DISPONIBLE TO FP-PRESTAMO
               END-IF
           END-IF.
           IF FP-PRESTAMO > ZERO
               MOVE FP-PRESTAMO TO DEDUCCION-ADICIONAL
               ADD FP-PRESTAMO TO DEDUCCIONES
               MOVE 1 TO TOTAL-DEDUC-APLICADAS
               MOVE "PREST FA  " TO DP-TIPO(1)
               MOVE FP-PRESTAMO TO DP-MONTO(1)
               MOVE "F" TO DP-ABONO(1)
           END-IF.
           PERFORM 8200-CALCULAR-SALARIO-NETO THRU 8200-EXIT.
           MOVE ZERO TO APORTACION-FONDO-PAT.
           SET FONDO-MODIFICADO TO TRUE.
           MOVE "L" TO TIPO-MOVIMIENTO.
           PERFORM 9000-GENERAR-REPORTE THRU 9000-EXIT.
           IF REGISTRO-GUARDADO
               ADD 1 TO LIQ-FONDO-GRABADAS
           ELSE
               SET FONDO-NO-MODIFICADO TO TRUE
               MOVE SPACE TO FP-CONCEPTO
               ADD 1 TO LIQ-FONDO-OMITIDAS
           END-IF.
       4355-EXIT.
           EXIT.

      *****************************************************************
      *    4360-FONDO-FINIQUITO
      *    Se llama desde el finiquito (5710): si el empleado tiene
      *    fondo sin liquidar, deja en SALDO-FONDO-LIQ lo aportado por
      *    el y por la empresa (sin interes, que solo se reparte en la
      *    liquidacion anual) para sumarlo como percepcion exenta, y
      *    la liquidacion L pendiente para 9100. El prestamo del
      *    fondo se descuenta despues, en 4365, contra el neto.
      *****************************************************************
       4360-FONDO-FINIQUITO.
           SET FONDO-NO-MODIFICADO TO TRUE.
           MOVE SPACE TO FP-CONCEPTO.
           MOVE ZERO TO FP-EMPLEADO.
           MOVE ZERO TO FP-EMPRESA.
           MOVE ZERO TO FP-PRESTAMO.
           MOVE ZERO TO FP-INTERES.
           MOVE ZERO TO APORTACION-FONDO-PAT.
           MOVE ZERO TO SALDO-FONDO-LIQ.
           PERFORM 4310-CARGAR-FONDO THRU 4310-EXIT.
           PERFORM 4312-BUSCAR-FONDO THRU 4312-EXIT.
           IF IDX-FONDO-ENC = ZERO
               GO TO 4360-EXIT
           END-IF.
           IF TFA-ESTATUS(IDX-FONDO-ENC) = "B"
               GO TO 4360-EXIT
           END-IF.
           MOVE "L" TO FP-CONCEPTO.
           MOVE TFA-SALDO-EMPLEADO(IDX-FONDO-ENC) TO FP-EMPLEADO.
           MOVE TFA-SALDO-EMPRESA(IDX-FONDO-ENC) TO FP-EMPRESA.
           COMPUTE SALDO-FONDO-LIQ = FP-EMPLEADO + FP-EMPRESA.
           SET FONDO-MODIFICADO TO TRUE.
       4360-EXIT.
           EXIT.

      *****************************************************************
      *    4365-PRESTAMO-FONDO-FINIQUITO
      *    Descuenta del finiquito el saldo del prestamo del fondo,
      *    hasta donde alcance el neto (como 5725); lo que no se
      *    cubra se suma a SALDO-NO-CUBIERTO para el recibo.
      *****************************************************************
       4365-PRESTAMO-FONDO-FINIQUITO.
           IF FP-CONCEPTO NOT = "L"
               OR TFA-SALDO-PRESTAMO(IDX-FONDO-ENC) = ZERO
               GO TO 4365-EXIT
           END-IF.
           MOVE TFA-SALDO-PRESTAMO(IDX-FONDO-ENC) TO FP-PRESTAMO.
           COMPUTE NETO-DISPONIBLE = SALARIO-BRUTO - DEDUCCIONES
               - DEDUCCION-ADICIONAL.
           IF FP-PRESTAMO > NETO-DISPONIBLE
               MOVE NETO-DISPONIBLE TO FP-PRESTAMO
           END-IF.
           IF FP-PRESTAMO > ZERO
               ADD FP-PRESTAMO TO DEDUCCION-ADICIONAL
               IF TOTAL-DEDUC-APLICADAS < 10
                   ADD 1 TO TOTAL-DEDUC-APLICADAS
                   MOVE "PREST FA  " TO DP-TIPO(TOTAL-DEDUC-APLICADAS)
                   MOVE FP-PRESTAMO TO DP-MONTO(TOTAL-DEDUC-APLICADAS)
                   MOVE "F" TO DP-ABONO(TOTAL-DEDUC-APLICADAS)
               END-IF
           END-IF.
           COMPUTE SALDO-NO-CUBIERTO = SALDO-NO-CUBIERTO
               + TFA-SALDO-PRESTAMO(IDX-FONDO-ENC) - FP-PRESTAMO.
       4365-EXIT.
           EXIT.

      *****************************************************************
      *    4370-LISTAR-FONDO
      *    Listado de los inscritos con sus saldos y el total del
      *    fondo (lo que la empresa debe tener reservado).
      *****************************************************************
       4370-LISTAR-FONDO.
           PERFORM 4310-CARGAR-FONDO THRU 4310-EXIT.
           IF TOTAL-FONDO-CARGADOS = ZERO
               DISPLAY "No hay empleados inscritos al fondo."
               GO TO 4370-EXIT
           END-IF.
           MOVE ZERO TO TOTAL-SALDO-FONDO.
           MOVE ZERO TO TOTAL-PRESTAMO-FONDO.
           DISPLAY "===============================================".
           DISPLAY "|          LISTADO DEL FONDO DE AHORRO        |".
           DISPLAY "|  ID  EST   PCT    SALDO FONDO     PRESTAMO  |".
           DISPLAY "===============================================".
           PERFORM 4371-LISTAR-UN-FONDO THRU 4371-EXIT
               VARYING IDX-FONDO FROM 1 BY 1
               UNTIL IDX-FONDO > TOTAL-FONDO-CARGADOS.
           DISPLAY "===============================================".
           MOVE TOTAL-SALDO-FONDO TO ED-SALDO-FONDO.
           DISPLAY "|Total del fondo:     |" ED-SALDO-FONDO.
           MOVE TOTAL-PRESTAMO-FONDO TO ED-PRESTAMO-FONDO.
           DISPLAY "|Prestamos por cobrar:|" ED-PRESTAMO-FONDO.
           DISPLAY "===============================================".
       4370-EXIT.
           EXIT.

      *****************************************************************
      *    4371-LISTAR-UN-FONDO
      *****************************************************************
       4371-LISTAR-UN-FONDO.
           COMPUTE SALDO-FONDO-LIQ = TFA-SALDO-EMPLEADO(IDX-FONDO)
               + TFA-SALDO-EMPRESA(IDX-FONDO).
           ADD SALDO-FONDO-LIQ TO TOTAL-SALDO-FONDO.
           ADD TFA-SALDO-PRESTAMO(IDX-FONDO) TO TOTAL-PRESTAMO-FONDO.
           MOVE TFA-PORCENTAJE(IDX-FONDO) TO ED-PORCENTAJE-FONDO.
           MOVE SALDO-FONDO-LIQ TO ED-SALDO-FONDO.
           MOVE TFA-SALDO-PRESTAMO(IDX-FONDO) TO ED-PRESTAMO-FONDO.
           DISPLAY TFA-EMPLEADO-ID(IDX-FONDO) " "
               TFA-ESTATUS(IDX-FONDO) " " ED-PORCENTAJE-FONDO " "
               ED-SALDO-FONDO " " ED-PRESTAMO-FONDO.
       4371-EXIT.
           EXIT.

      *****************************************************************
      *    4500-PROCESAR-LOTE-TARJETAS  (Opcion 5 del menu)
      *    Lote desatendido: lee tarjetas.txt (una linea por empleado
      *    con ID, horas trabajadas y fecha del periodo), resuelve el
      *    ID contra el maestro de empleados, calcula con 8000/8100/
      *    8200 y graba con 9100, sin ninguna captura en terminal.
      *    Al final reporta cuantas lineas se aceptaron y cuantas se
      *    rechazaron, con el motivo de cada rechazo. No procesa el
      *    lote si la prenomina (6700) del periodo de la sesion no
      *    esta aprobada en prenomaprob.txt, y rechaza las tarjetas
      *    de otro periodo sin prenomina aprobada.
      *****************************************************************
       4500-PROCESAR-LOTE-TARJETAS.
           MOVE ZERO TO TARJETAS-LEIDAS.
           MOVE ZERO TO TARJETAS-ACEPTADAS.
           MOVE ZERO TO TARJETAS-RECHAZADAS.
           MOVE ZERO TO TARJETAS-YA-GRABADAS.
           MOVE FECHA-PERIODO TO FECHA-PERIODO-SESION.
           MOVE FECHA-PERIODO TO PRENOMINA-PERIODO.
           PERFORM 6760-VERIFICAR-PRENOMINA THRU 6760-EXIT.
           IF PRENOMINA-NO-APROBADA
               DISPLAY "==========ERROR=========="
               DISPLAY "La prenomina (opcion 23) del periodo "
                   FECHA-PERIODO " no esta aprobada. El lote no se "
                   "procesa."
               GO TO 4500-EXIT
           END-IF.
      *    Las fechas de las tarjetas se validan contra el
      *    calendario de periodos; sin calendario generado la
      *    validacion no aplica (compatibilidad).
           PERFORM 1075-CARGAR-CALENDARIO THRU 1075-EXIT.
           OPEN INPUT ARCHIVO-TARJETAS.
           IF FS-TARJETAS NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo abrir tarjetas.txt (estado "
                   FS-TARJETAS "). El lote no se procesa."
               GO TO 4500-EXIT
           END-IF.
           DISPLAY "===========================================".
           DISPLAY "Procesando lote de tarjetas de tiempo...".
           PERFORM 4510-LEER-TARJETA THRU 4510-EXIT
               UNTIL FS-TARJETAS = "10".
           CLOSE ARCHIVO-TARJETAS.
           MOVE FECHA-PERIODO-SESION TO FECHA-PERIODO.
           DISPLAY "===========================================".
           DISPLAY "|       RESUMEN DEL LOTE DE TARJETAS      |".
           DISPLAY "===========================================".
           DISPLAY "|Tarjetas leidas:     |" TARJETAS-LEIDAS.
           DISPLAY "|Tarjetas aceptadas:  |" TARJETAS-ACEPTADAS.
           DISPLAY "|Tarjetas rechazadas: |" TARJETAS-RECHAZADAS.
           DISPLAY "===========================================".
       4500-EXIT.
           EXIT.

      *****************************************************************
      *    4510-LEER-TARJETA
      *****************************************************************
       4510-LEER-TARJETA.
           READ ARCHIVO-TARJETAS
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO TARJETAS-LEIDAS
                   PERFORM 4520-PROCESAR-TARJETA THRU 4520-EXIT
           END-READ.
       4510-EXIT.
           EXIT.

      *****************************************************************
      *    4520-PROCESAR-TARJETA
      *    Valida una tarjeta, resuelve el empleado por ID en el
      *    maestro (de donde se toman el nombre, el tipo de pago y el
      *    salario) y la manda calcular y grabar. Cada rechazo se
      *    reporta con el numero de linea y el motivo. La tarjeta de
      *    un empleado de sueldo fijo puede venir sin horas (no
      *    reporto extra); las horas en blanco solo se rechazan al
      *    personal por hora, ya resuelto el empleado.
      *****************************************************************
       4520-PROCESAR-TARJETA.
           SET TARJETA-NO-RECHAZADA TO TRUE.
           MOVE SPACES TO MOTIVO-RECHAZO.
      *    Una linea corta o malformada deja espacios o basura en
      *    los campos numericos de la tarjeta: se rechaza con motivo
      *    en vez de procesarse con datos indefinidos.
           IF TA-EMPLEADO-ID NOT NUMERIC
               MOVE "ID de empleado no numerico" TO MOTIVO-RECHAZO
               SET TARJETA-RECHAZADA TO TRUE
           END-IF.
           IF TARJETA-NO-RECHAZADA
               AND TA-HORAS-TRABAJADAS NOT NUMERIC
               AND TA-HORAS-TEXTO NOT = SPACES
               MOVE "Horas trabajadas no numericas" TO MOTIVO-RECHAZO
               SET TARJETA-RECHAZADA TO TRUE
           END-IF.
           IF TARJETA-NO-RECHAZADA
               AND TA-HORAS-TRABAJADAS NUMERIC
               AND TA-HORAS-TRABAJADAS > 168
               MOVE "Horas trabajadas fuera de rango (0-168)"
                   TO MOTIVO-RECHAZO
               SET TARJETA-RECHAZADA TO TRUE
           END-IF.
           IF TARJETA-NO-RECHAZADA
               AND TA-FECHA-PERIODO = SPACES
               MOVE "Fecha de periodo vacia" TO MOTIVO-RECHAZO
               SET TARJETA-RECHAZADA TO TRUE
           END-IF.
           IF TARJETA-NO-RECHAZADA
               AND TOTAL-CAL-CARGADOS > ZERO
               MOVE TA-FECHA-PERIODO TO FECHA-PAGO-BUSCADA
               PERFORM 1077-VALIDAR-FECHA-CALENDARIO THRU 1077-EXIT
               IF IDX-CAL-ENC = ZERO
                   MOVE "Fecha fuera del calendario de periodos"
                       TO MOTIVO-RECHAZO
                   SET TARJETA-RECHAZADA TO TRUE
               END-IF
           END-IF.
      *    La prenomina del periodo de la tarjeta debe estar aprobada;
      *    se consulta de nuevo solo cuando cambia el periodo.
           IF TARJETA-NO-RECHAZADA
               AND TA-FECHA-PERIODO NOT = PRENOMINA-PERIODO
               MOVE TA-FECHA-PERIODO TO PRENOMINA-PERIODO
               PERFORM 6760-VERIFICAR-PRENOMINA THRU 6760-EXIT
           END-IF.
           IF TARJETA-NO-RECHAZADA
               AND PRENOMINA-NO-APROBADA
               MOVE "Periodo sin prenomina aprobada (opcion 23)"
                   TO MOTIVO-RECHAZO
               SET TARJETA-RECHAZADA TO TRUE
           END-IF.
      *    La corrida de cierre (6900) solo paga su propio periodo.
           IF TARJETA-NO-RECHAZADA
               AND CORRIDA-DESATENDIDA
               AND TA-FECHA-PERIODO NOT = FECHA-PERIODO-SESION
               MOVE "Tarjeta de otro periodo (corrida de cierre)"
                   TO MOTIVO-RECHAZO
               SET TARJETA-RECHAZADA TO TRUE
           END-IF.
           IF TARJETA-NO-RECHAZADA
               MOVE TA-EMPLEADO-ID TO EMPLEADO-ID
               PERFORM 7320-BUSCAR-EMPLEADO-POR-ID THRU 7320-EXIT
               IF EMPLEADO-NO-ENCONTRADO
                   MOVE "ID de empleado no existe en el maestro"
                       TO MOTIVO-RECHAZO
                   SET TARJETA-RECHAZADA TO TRUE
               ELSE
                   IF EMPLEADO-DADO-DE-BAJA
                       MOVE "Empleado dado de baja" TO MOTIVO-RECHAZO
                       SET TARJETA-RECHAZADA TO TRUE
                   ELSE
                       PERFORM 4525-VALIDAR-SALARIO-TARJETA
                           THRU 4525-EXIT
                   END-IF
               END-IF
           END-IF.
           IF TARJETA-NO-RECHAZADA
               IF TA-HORAS-TEXTO = SPACES
                   MOVE ZERO TO HORAS-TRABAJADAS
               ELSE
                   MOVE TA-HORAS-TRABAJADAS TO HORAS-TRABAJADAS
               END-IF
               MOVE TA-FECHA-PERIODO TO FECHA-PERIODO
               IF PAGO-POR-HORA
                   PERFORM 7330-TARIFA-VIGENTE THRU 7330-EXIT
               END-IF
               PERFORM 8000-CALCULAR-SALARIO-BRUTO THRU 8000-EXIT
               PERFORM 8100-CALCULAR-DEDUCCIONES THRU 8100-EXIT
               PERFORM 8200-CALCULAR-SALARIO-NETO THRU 8200-EXIT
               PERFORM 9100-GENERAR-ARCHIVO THRU 9100-EXIT
               IF REGISTRO-GUARDADO
                   PERFORM 9200-GENERAR-EXPORTACIONES THRU 9200-EXIT
               ELSE
                   EVALUATE TRUE
                       WHEN PERIODO-CERRADO
                           MOVE "Periodo de pago cerrado"
                               TO MOTIVO-RECHAZO
                       WHEN ERROR-ESCRITURA
                           MOVE "Error al grabar en nomina.dat"
                               TO MOTIVO-RECHAZO
                       WHEN OTHER
                           MOVE "Empleado ya procesado en esta corrida"
                               TO MOTIVO-RECHAZO
                           ADD 1 TO TARJETAS-YA-GRABADAS
                   END-EVALUATE
                   SET TARJETA-RECHAZADA TO TRUE
               END-IF
           END-IF.
           IF TARJETA-RECHAZADA
               ADD 1 TO TARJETAS-RECHAZADAS
               DISPLAY "Tarjeta " TARJETAS-LEIDAS " RECHAZADA: "
                   MOTIVO-RECHAZO
           ELSE
               ADD 1 TO TARJETAS-ACEPTADAS
           END-IF.
       4520-EXIT.
           EXIT.

      *****************************************************************
      *    4525-VALIDAR-SALARIO-TARJETA
      *    Ya resuelto el empleado: el de sueldo fijo necesita su
      *    sueldo mensual en el maestro; el de pago por hora, su
      *    tarifa y las horas trabajadas en la tarjeta.
      *****************************************************************
       4525-VALIDAR-SALARIO-TARJETA.
           IF PAGO-SUELDO-FIJO
               IF SUELDO-MENSUAL <= 0
                   MOVE "Empleado sin sueldo mensual en maestro"
                       TO MOTIVO-RECHAZO
                   SET TARJETA-RECHAZADA TO TRUE
               END-IF
               GO TO 4525-EXIT
           END-IF.
           IF SALARIO-POR-HORA <= 0
               MOVE "Empleado sin salario en maestro"
                   TO MOTIVO-RECHAZO
               SET TARJETA-RECHAZADA TO TRUE
               GO TO 4525-EXIT
           END-IF.
           IF TA-HORAS-TEXTO = SPACES
               MOVE "Horas trabajadas no numericas" TO MOTIVO-RECHAZO
               SET TARJETA-RECHAZADA TO TRUE
           END-IF.
       4525-EXIT.
           EXIT.

      *****************************************************************
      *    4600-MANTENIMIENTO-EMPLEADOS  (Opcion 6 del menu)
      *    Consulta un empleado por ID y permite corregir nombre,
      *    departamento y fecha de contratacion, cambiar el salario
      *    por hora con fecha de vigencia (5810) o el tipo de pago y
      *    el sueldo mensual (5815), asi como darlo de baja (con
      *    fecha) o reactivarlo. La baja deja al empleado
      *    en estatus P hasta que su finiquito se paga o se renuncia
      *    (5700), en ese momento o despues con la opcion 9. El
      *    maestro se carga a la tabla, se edita ahi y al terminar se
      *    regraba por llave solo el registro editado.
      *****************************************************************
       4600-MANTENIMIENTO-EMPLEADOS.
           PERFORM 4610-CARGAR-TABLA-EMPLEADOS THRU 4610-EXIT.
           IF TOTAL-EMPLEADOS-TABLA = ZERO
               DISPLAY "No hay empleados en el maestro."
               GO TO 4600-EXIT
           END-IF.
           IF EMPLEADOS-EXCEDIDOS
               DISPLAY "==========ERROR=========="
               DISPLAY "El maestro excede la tabla de mantenimiento; "
                   "no se puede editar en esta version."
               GO TO 4600-EXIT
           END-IF.
           DISPLAY "Ingrese el ID del empleado a mantener:".
           ACCEPT EMPLEADO-ID.
           MOVE ZERO TO IDX-EMPLEADO-MANT.
           PERFORM 4615-BUSCAR-EN-TABLA THRU 4615-EXIT
               VARYING IDX-EMPLEADOS FROM 1 BY 1
               UNTIL IDX-EMPLEADOS > TOTAL-EMPLEADOS-TABLA
               OR IDX-EMPLEADO-MANT > ZERO.
           IF IDX-EMPLEADO-MANT = ZERO
               DISPLAY "No existe el empleado " EMPLEADO-ID
                   " en el maestro."
               GO TO 4600-EXIT
           END-IF.
           MOVE 9 TO OPCION-MANTENIMIENTO.
           PERFORM 4620-MENU-MANTENIMIENTO THRU 4620-EXIT
               UNTIL OPCION-MANTENIMIENTO = 0.
           PERFORM 4630-REGRABAR-EMPLEADO THRU 4630-EXIT.
           DISPLAY "Maestro de empleados actualizado.".
       4600-EXIT.
           EXIT.

      *****************************************************************
      *    4610-CARGAR-TABLA-EMPLEADOS
      *****************************************************************
       4610-CARGAR-TABLA-EMPLEADOS.
           MOVE ZERO TO TOTAL-EMPLEADOS-TABLA.
           SET EMPLEADOS-NO-EXCEDIDOS TO TRUE.
           OPEN INPUT EMPLEADO-MAESTRO.
           IF FS-EMPLEADO-MAESTRO = "00"
               PERFORM 4611-LEER-EMPLEADO-TABLA THRU 4611-EXIT
                   UNTIL FS-EMPLEADO-MAESTRO = "10"
               CLOSE EMPLEADO-MAESTRO
           END-IF.
       4610-EXIT.
           EXIT.

      *****************************************************************
      *    4611-LEER-EMPLEADO-TABLA
      *****************************************************************
       4611-LEER-EMPLEADO-TABLA.
           READ EMPLEADO-MAESTRO NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF TOTAL-EMPLEADOS-TABLA < 500
                       ADD 1 TO TOTAL-EMPLEADOS-TABLA
                       MOVE EM-EMPLEADO-ID
                           TO TE-EMPLEADO-ID(TOTAL-EMPLEADOS-TABLA)
                       MOVE EM-NOMBRE-EMPLEADO
                           TO TE-NOMBRE-EMPLEADO(TOTAL-EMPLEADOS-TABLA)
                       MOVE EM-DEPARTAMENTO
                           TO TE-DEPARTAMENTO(TOTAL-EMPLEADOS-TABLA)
                       MOVE EM-FECHA-CONTRATACION TO
                           TE-FECHA-CONTRATACION(TOTAL-EMPLEADOS-TABLA)
                       MOVE EM-SALARIO-POR-HORA TO
                           TE-SALARIO-POR-HORA(TOTAL-EMPLEADOS-TABLA)
                       MOVE EM-ESTATUS
                           TO TE-ESTATUS(TOTAL-EMPLEADOS-TABLA)
                       MOVE EM-FECHA-BAJA
                           TO TE-FECHA-BAJA(TOTAL-EMPLEADOS-TABLA)
                       MOVE EM-BANCO
                           TO TE-BANCO(TOTAL-EMPLEADOS-TABLA)
                       MOVE EM-CLABE
                           TO TE-CLABE(TOTAL-EMPLEADOS-TABLA)
                       MOVE EM-NSS
                           TO TE-NSS(TOTAL-EMPLEADOS-TABLA)
                       MOVE EM-CURP
                           TO TE-CURP(TOTAL-EMPLEADOS-TABLA)
                       MOVE EM-SBC
                           TO TE-SBC(TOTAL-EMPLEADOS-TABLA)
                       MOVE EM-FECHA-SBC
                           TO TE-FECHA-SBC(TOTAL-EMPLEADOS-TABLA)
                       MOVE EM-TIPO-PAGO
                           TO TE-TIPO-PAGO(TOTAL-EMPLEADOS-TABLA)
                       MOVE EM-SUELDO-MENSUAL
                           TO TE-SUELDO-MENSUAL(TOTAL-EMPLEADOS-TABLA)
                   ELSE
                       SET EMPLEADOS-EXCEDIDOS TO TRUE
                   END-IF
           END-READ.
       4611-EXIT.
           EXIT.

      *****************************************************************
      *    4612-AVISAR-MAESTRO-EXCEDIDO
      *    Aviso comun para los reportes que cargan el maestro a la
      *    tabla: si el maestro excede la tabla, los empleados no
      *    cargados aparecerian como "no encontrados" sin este aviso.
      *****************************************************************
       4612-AVISAR-MAESTRO-EXCEDIDO.
           IF EMPLEADOS-EXCEDIDOS
               DISPLAY "AVISO: el maestro excede la tabla de "
                   "empleados; los que no cupieron apareceran "
                   "como no encontrados en este proceso."
           END-IF.
       4612-EXIT.
           EXIT.

      *****************************************************************
      *    4615-BUSCAR-EN-TABLA
      *****************************************************************
       4615-BUSCAR-EN-TABLA.
           IF TE-EMPLEADO-ID(IDX-EMPLEADOS) = EMPLEADO-ID
               MOVE IDX-EMPLEADOS TO IDX-EMPLEADO-MANT
           END-IF.
       4615-EXIT.
           EXIT.

      *****************************************************************
      *    4620-MENU-MANTENIMIENTO
      *    Muestra el registro en su estado actual y aplica un cambio
      *    por vuelta, hasta que se elige guardar y salir.
      *****************************************************************
       4620-MENU-MANTENIMIENTO.
           DISPLAY "-------------------------------------------".
           DISPLAY "|ID:                  |"
               TE-EMPLEADO-ID(IDX-EMPLEADO-MANT).
           DISPLAY "|Nombre:              |"
               TE-NOMBRE-EMPLEADO(IDX-EMPLEADO-MANT).
           DISPLAY "|Departamento:        |"
               TE-DEPARTAMENTO(IDX-EMPLEADO-MANT).
           DISPLAY "|Fecha contratacion:  |"
               TE-FECHA-CONTRATACION(IDX-EMPLEADO-MANT).
           DISPLAY "|Salario por hora:    |"
               TE-SALARIO-POR-HORA(IDX-EMPLEADO-MANT).
           IF TE-TIPO-PAGO(IDX-EMPLEADO-MANT) = "S"
               MOVE TE-SUELDO-MENSUAL(IDX-EMPLEADO-MANT)
                   TO ED-SUELDO-MENSUAL
               DISPLAY "|Tipo de pago:        |SUELDO FIJO"
               DISPLAY "|Sueldo mensual:      |" ED-SUELDO-MENSUAL
           ELSE
               DISPLAY "|Tipo de pago:        |POR HORA"
           END-IF.
           DISPLAY "|Estatus (A/P/B):     |"
               TE-ESTATUS(IDX-EMPLEADO-MANT).
           DISPLAY "|Fecha de baja:       |"
               TE-FECHA-BAJA(IDX-EMPLEADO-MANT).
           DISPLAY "|Banco:               |"
               TE-BANCO(IDX-EMPLEADO-MANT).
           DISPLAY "|CLABE:               |"
               TE-CLABE(IDX-EMPLEADO-MANT).
           DISPLAY "|NSS:                 |"
               TE-NSS(IDX-EMPLEADO-MANT).
           DISPLAY "|CURP:                |"
               TE-CURP(IDX-EMPLEADO-MANT).
           MOVE TE-SBC(IDX-EMPLEADO-MANT) TO ED-SBC.
           DISPLAY "|SBC IMSS:            |" ED-SBC
               " desde " TE-FECHA-SBC(IDX-EMPLEADO-MANT).
           DISPLAY "-------------------------------------------".
           DISPLAY "1. Corregir nombre".
           DISPLAY "2. Corregir departamento".
           DISPLAY "3. Corregir fecha de contratación".
           DISPLAY "4. Cambiar salario por hora (con vigencia)".
           DISPLAY "5. Dar de baja".
           DISPLAY "6. Reactivar".
           DISPLAY "7. Corregir banco".
           DISPLAY "8. Corregir CLABE".
           DISPLAY "9. Pagar o renunciar finiquito pendiente".
           DISPLAY "10. Corregir NSS y CURP".
           DISPLAY "11. Cambiar tipo de pago / sueldo mensual".
           DISPLAY "0. Guardar y salir".
           DISPLAY "Ingrese su opción (0-11): ".
           ACCEPT OPCION-MANTENIMIENTO.
           EVALUATE OPCION-MANTENIMIENTO
               WHEN 1
                   DISPLAY "Ingrese el nombre corregido:"
                   ACCEPT TE-NOMBRE-EMPLEADO(IDX-EMPLEADO-MANT)
               WHEN 2
                   DISPLAY "Ingrese el departamento corregido:"
                   ACCEPT TE-DEPARTAMENTO(IDX-EMPLEADO-MANT)
               WHEN 3
                   DISPLAY "Ingrese la fecha de contratación "
                       "(DD/MM/AAAA):"
                   ACCEPT TE-FECHA-CONTRATACION(IDX-EMPLEADO-MANT)
               WHEN 4
                   PERFORM 5810-CAMBIAR-SALARIO THRU 5810-EXIT
               WHEN 5
                   IF TE-ESTATUS(IDX-EMPLEADO-MANT) = "B"
                       DISPLAY "El empleado ya esta dado de baja."
                   ELSE
                       DISPLAY "Ingrese la fecha de baja (DD/MM/AAAA):"
                       ACCEPT TE-FECHA-BAJA(IDX-EMPLEADO-MANT)
                       MOVE "P" TO TE-ESTATUS(IDX-EMPLEADO-MANT)
                       PERFORM 5700-RESOLVER-FINIQUITO THRU 5700-EXIT
                   END-IF
               WHEN 6
                   IF TE-ESTATUS(IDX-EMPLEADO-MANT) = "B"
                       PERFORM 5925-SBC-REINGRESO THRU 5925-EXIT
                   END-IF
                   MOVE "A" TO TE-ESTATUS(IDX-EMPLEADO-MANT)
                   MOVE SPACES TO TE-FECHA-BAJA(IDX-EMPLEADO-MANT)
               WHEN 7
                   DISPLAY "Ingrese el código de banco (3 dígitos):"
                   ACCEPT TE-BANCO(IDX-EMPLEADO-MANT)
               WHEN 8
                   DISPLAY "Ingrese la CLABE (18 dígitos):"
                   ACCEPT TE-CLABE(IDX-EMPLEADO-MANT)
               WHEN 9
                   IF TE-ESTATUS(IDX-EMPLEADO-MANT) = "P"
                       PERFORM 5700-RESOLVER-FINIQUITO THRU 5700-EXIT
                   ELSE
                       DISPLAY "El empleado no tiene una baja "
                           "pendiente de finiquito."
                   END-IF
               WHEN 10
                   DISPLAY "Ingrese el NSS del IMSS (11 dígitos):"
                   ACCEPT TE-NSS(IDX-EMPLEADO-MANT)
                   DISPLAY "Ingrese la CURP (18 caracteres):"
                   ACCEPT TE-CURP(IDX-EMPLEADO-MANT)
               WHEN 11
                   PERFORM 5815-CAMBIAR-TIPO-PAGO THRU 5815-EXIT
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida. Intente nuevamente."
           END-EVALUATE.
       4620-EXIT.
           EXIT.

      *****************************************************************
      *    4630-REGRABAR-EMPLEADO
      *    Regraba en empleados.dat unicamente el registro que se
      *    edito en la tabla (lectura directa por llave y REWRITE).
      *****************************************************************
       4630-REGRABAR-EMPLEADO.
           OPEN I-O EMPLEADO-MAESTRO.
           IF FS-EMPLEADO-MAESTRO NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo abrir empleados.dat (estado "
                   FS-EMPLEADO-MAESTRO "); los cambios se perdieron."
               GO TO 4630-EXIT
           END-IF.
           MOVE TE-EMPLEADO-ID(IDX-EMPLEADO-MANT) TO EM-EMPLEADO-ID.
           READ EMPLEADO-MAESTRO.
           IF FS-EMPLEADO-MAESTRO NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se reencontro el empleado " EM-EMPLEADO-ID
                   " (estado " FS-EMPLEADO-MAESTRO ")."
               CLOSE EMPLEADO-MAESTRO
               GO TO 4630-EXIT
           END-IF.
           MOVE EM-ESTATUS TO ESTATUS-ANTERIOR-EM.
           MOVE TE-NOMBRE-EMPLEADO(IDX-EMPLEADO-MANT)
               TO EM-NOMBRE-EMPLEADO.
           MOVE TE-DEPARTAMENTO(IDX-EMPLEADO-MANT) TO EM-DEPARTAMENTO.
           MOVE TE-FECHA-CONTRATACION(IDX-EMPLEADO-MANT)
               TO EM-FECHA-CONTRATACION.
           MOVE TE-SALARIO-POR-HORA(IDX-EMPLEADO-MANT)
               TO EM-SALARIO-POR-HORA.
           MOVE TE-ESTATUS(IDX-EMPLEADO-MANT)     TO EM-ESTATUS.
           MOVE TE-FECHA-BAJA(IDX-EMPLEADO-MANT)  TO EM-FECHA-BAJA.
           MOVE TE-BANCO(IDX-EMPLEADO-MANT)       TO EM-BANCO.
           MOVE TE-CLABE(IDX-EMPLEADO-MANT)       TO EM-CLABE.
           MOVE TE-NSS(IDX-EMPLEADO-MANT)         TO EM-NSS.
           MOVE TE-CURP(IDX-EMPLEADO-MANT)        TO EM-CURP.
           MOVE TE-SBC(IDX-EMPLEADO-MANT)         TO EM-SBC.
           MOVE TE-FECHA-SBC(IDX-EMPLEADO-MANT)   TO EM-FECHA-SBC.
           MOVE TE-TIPO-PAGO(IDX-EMPLEADO-MANT)   TO EM-TIPO-PAGO.
           MOVE TE-SUELDO-MENSUAL(IDX-EMPLEADO-MANT)
               TO EM-SUELDO-MENSUAL.
           REWRITE REGISTRO-EMPLEADO.
           IF FS-EMPLEADO-MAESTRO NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo regrabar el empleado (estado "
                   FS-EMPLEADO-MAESTRO ")."
               CLOSE EMPLEADO-MAESTRO
               GO TO 4630-EXIT
           END-IF.
           CLOSE EMPLEADO-MAESTRO.
           PERFORM 5920-MOVIMIENTO-MAESTRO THRU 5920-EXIT.
       4630-EXIT.
           EXIT.

      *****************************************************************
      *    4700-CERRAR-PERIODO  (Opcion 7 del menu)
      *    Cierra formalmente FECHA-PERIODO: muestra y recalcula los
      *    totales de control del periodo (6000), pide confirmacion y
      *    graba el cierre con esos totales en periodos.txt. Desde
      *    ese momento 9100 rechaza cualquier registro fechado en el
      *    periodo cerrado. No se cierra mientras haya movimientos
      *    vigentes del periodo sin timbrar (6660).
      *****************************************************************
       4700-CERRAR-PERIODO.
           PERFORM 9520-VERIFICAR-PERIODO-CERRADO THRU 9520-EXIT.
           IF PERIODO-CERRADO
               DISPLAY "El periodo " FECHA-PERIODO
                   " ya esta cerrado."
               GO TO 4700-EXIT
           END-IF.
           IF VARIACIONES-NO-CORRIDAS
               OR VARIACIONES-PERIODO NOT = FECHA-PERIODO
               DISPLAY "AVISO: el reporte de variaciones (opcion 16) "
                   "no se ha corrido para el periodo " FECHA-PERIODO
                   " en esta sesion."
           END-IF.
      *    Un periodo cerrado ya no admite correcciones, asi que
      *    todos sus movimientos vigentes deben estar timbrados.
           PERFORM 6660-VERIFICAR-TIMBRADO THRU 6660-EXIT.
           IF CFDI-SIN-TIMBRAR > ZERO
               DISPLAY "==========ERROR=========="
               DISPLAY "El periodo " FECHA-PERIODO " tiene "
                   CFDI-SIN-TIMBRAR " movimientos sin timbrar; "
                   "timbrelos (opcion 21) antes de cerrar."
               DISPLAY "El periodo NO fue cerrado."
               GO TO 4700-EXIT
           END-IF.
           PERFORM 6000-REPORTE-TOTALES-NOMINA THRU 6000-EXIT.
      *    En la corrida de cierre (6900) no hay quien confirme.
           IF CORRIDA-INTERACTIVA
               DISPLAY "¿Confirma el cierre del periodo " FECHA-PERIODO
                   " con estos totales? (S/N):"
               ACCEPT RESPUESTA-CONFIRMA
               IF NOT CONFIRMA-SI
                   DISPLAY "Cierre cancelado."
                   GO TO 4700-EXIT
               END-IF
           END-IF.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE SPACES TO FECHA-HOY.
           MOVE FECHA-SISTEMA(7:2) TO FECHA-HOY(1:2).
           MOVE "/"                TO FECHA-HOY(3:1).
           MOVE FECHA-SISTEMA(5:2) TO FECHA-HOY(4:2).
           MOVE "/"                TO FECHA-HOY(6:1).
           MOVE FECHA-SISTEMA(1:4) TO FECHA-HOY(7:4).
           OPEN EXTEND ARCHIVO-PERIODOS.
           IF FS-PERIODOS NOT = "00"
               OPEN OUTPUT ARCHIVO-PERIODOS
           END-IF.
           IF FS-PERIODOS NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo grabar periodos.txt (estado "
                   FS-PERIODOS "); el periodo NO quedo cerrado."
               GO TO 4700-EXIT
           END-IF.
           MOVE FECHA-PERIODO     TO PE-FECHA-PERIODO.
           MOVE "C"               TO PE-ESTATUS.
           MOVE FECHA-HOY         TO PE-FECHA-CIERRE.
           MOVE TOTAL-EMPLEADOS-ARCHIVO TO PE-TOTAL-EMPLEADOS.
           MOVE TOTAL-BRUTO       TO PE-TOTAL-BRUTO.
           MOVE TOTAL-DEDUCCIONES TO PE-TOTAL-DEDUCCIONES.
           MOVE TOTAL-NETO        TO PE-TOTAL-NETO.
           WRITE REGISTRO-PERIODO.
           CLOSE ARCHIVO-PERIODOS.
           DISPLAY "Periodo " FECHA-PERIODO " cerrado el " FECHA-HOY
               ".".
           MOVE "CIERRE PERIODO" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE FECHA-PERIODO TO AUDIT-DETALLE(1:10).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
       4700-EXIT.
           EXIT.

      *****************************************************************
      *    4800-CONSTANCIA-ANUAL  (Opcion 8 del menu)
      *    Imprime una constancia de sueldos y retenciones por cada
      *    empleado con acumulados en el anio elegido, o reconstruye
      *    acumulados.txt desde el historico de nomina.dat (para el
      *    caso en que el historico se corrigio despues de grabado).
      *****************************************************************
       4800-CONSTANCIA-ANUAL.
           DISPLAY "1. Imprimir constancias de un año".
           DISPLAY "2. Reconstruir acumulados desde el historico".
           DISPLAY "Ingrese su opción (1-2): ".
           ACCEPT OPCION-CONSTANCIA.
           EVALUATE OPCION-CONSTANCIA
               WHEN 1
                   PERFORM 4810-IMPRIMIR-CONSTANCIAS THRU 4810-EXIT
               WHEN 2
                   PERFORM 4850-RECONSTRUIR-ACUMULADOS THRU 4850-EXIT
               WHEN OTHER
                   DISPLAY "Opción inválida. Intente nuevamente."
           END-EVALUATE.
       4800-EXIT.
           EXIT.

      *****************************************************************
      *    4810-IMPRIMIR-CONSTANCIAS
      *    Recorre acumulados.txt y por cada entrada del anio elegido
      *    imprime la constancia, resolviendo nombre y departamento
      *    en el maestro de empleados.
      *****************************************************************
       4810-IMPRIMIR-CONSTANCIAS.
           DISPLAY "Ingrese el año de la constancia (AAAA):".
           ACCEPT ANIO-CONSTANCIA.
           MOVE ZERO TO CONSTANCIAS-IMPRESAS.
           PERFORM 4610-CARGAR-TABLA-EMPLEADOS THRU 4610-EXIT.
           PERFORM 4612-AVISAR-MAESTRO-EXCEDIDO THRU 4612-EXIT.
           OPEN INPUT ARCHIVO-ACUMULADOS.
           IF FS-ACUMULADOS NOT = "00"
               DISPLAY "No hay acumulados guardados todavia."
               GO TO 4810-EXIT
           END-IF.
           PERFORM 4820-LEER-ACUM-CONSTANCIA THRU 4820-EXIT
               UNTIL FS-ACUMULADOS = "10".
           CLOSE ARCHIVO-ACUMULADOS.
           IF CONSTANCIAS-IMPRESAS = ZERO
               DISPLAY "No hay acumulados para el año "
                   ANIO-CONSTANCIA "."
           ELSE
               DISPLAY "Constancias impresas: " CONSTANCIAS-IMPRESAS
           END-IF.
       4810-EXIT.
           EXIT.

      *****************************************************************
      *    4820-LEER-ACUM-CONSTANCIA
      *****************************************************************
       4820-LEER-ACUM-CONSTANCIA.
           READ ARCHIVO-ACUMULADOS
               AT END
                   CONTINUE
               NOT AT END
                   IF AC-ANIO = ANIO-CONSTANCIA
                       PERFORM 4830-IMPRIMIR-UNA-CONSTANCIA
                           THRU 4830-EXIT
                   END-IF
           END-READ.
       4820-EXIT.
           EXIT.

      *****************************************************************
      *    4830-IMPRIMIR-UNA-CONSTANCIA
      *****************************************************************
       4830-IMPRIMIR-UNA-CONSTANCIA.
           MOVE "(no esta en el maestro)" TO NOMBRE-CONSTANCIA.
           MOVE SPACES TO DEPTO-CONSTANCIA.
           PERFORM 4835-BUSCAR-NOMBRE-MAESTRO THRU 4835-EXIT
               VARYING IDX-EMPLEADOS FROM 1 BY 1
               UNTIL IDX-EMPLEADOS > TOTAL-EMPLEADOS-TABLA.
           DISPLAY "===============================================".
           DISPLAY "| CONSTANCIA DE SUELDOS Y RETENCIONES " AC-ANIO
               " |".
           DISPLAY "===============================================".
           DISPLAY "|ID de empleado:   |" AC-EMPLEADO-ID.
           DISPLAY "|Nombre:           |" NOMBRE-CONSTANCIA.
           DISPLAY "|Departamento:     |" DEPTO-CONSTANCIA.
           MOVE AC-BRUTO TO ED-ACUM-MONTO.
           DISPLAY "|Sueldo bruto:     |" ED-ACUM-MONTO.
           MOVE AC-ISR TO ED-ACUM-MONTO.
           DISPLAY "|Retencion ISR:    |" ED-ACUM-MONTO.
           MOVE AC-IMSS TO ED-ACUM-MONTO.
           DISPLAY "|Retencion IMSS:   |" ED-ACUM-MONTO.
           MOVE AC-RETIRO TO ED-ACUM-MONTO.
           DISPLAY "|Retencion retiro: |" ED-ACUM-MONTO.
           DISPLAY "===============================================".
           ADD 1 TO CONSTANCIAS-IMPRESAS.
       4830-EXIT.
           EXIT.

      *****************************************************************
      *    4835-BUSCAR-NOMBRE-MAESTRO
      *****************************************************************
       4835-BUSCAR-NOMBRE-MAESTRO.
           IF TE-EMPLEADO-ID(IDX-EMPLEADOS) = AC-EMPLEADO-ID
               MOVE TE-NOMBRE-EMPLEADO(IDX-EMPLEADOS)
                   TO NOMBRE-CONSTANCIA
               MOVE TE-DEPARTAMENTO(IDX-EMPLEADOS)
                   TO DEPTO-CONSTANCIA
           END-IF.
       4835-EXIT.
           EXIT.

      *****************************************************************
      *    4850-RECONSTRUIR-ACUMULADOS
      *    Regenera acumulados.txt completo recorriendo el historico
      *    de nomina.dat Y el historico archivado (historico.txt,
      *    los movimientos que el archivado anual saco de linea),
      *    para realinearlo cuando el historico se corrigio despues
      *    de haberse grabado. Sin el archivado, los acumulados de
      *    los anios viejos se perderian en la reconstruccion.
      *****************************************************************
       4850-RECONSTRUIR-ACUMULADOS.
           MOVE ZERO TO TOTAL-ACUM-CARGADOS.
           SET ACUM-NO-EXCEDIDOS TO TRUE.
           CLOSE ARCHIVO-NOMINA.
           OPEN INPUT ARCHIVO-NOMINA.
           IF FS-ARCHIVO-NOMINA = "00"
               PERFORM 4851-LEER-NOMINA-RECONSTRUIR THRU 4851-EXIT
                   UNTIL FS-ARCHIVO-NOMINA = "10"
               CLOSE ARCHIVO-NOMINA
           END-IF.
           OPEN INPUT ARCHIVO-HISTORICO.
           IF FS-HISTORICO = "00"
               PERFORM 4852-LEER-HIST-RECONSTRUIR THRU 4852-EXIT
                   UNTIL FS-HISTORICO = "10"
               CLOSE ARCHIVO-HISTORICO
           END-IF.
           PERFORM 9110-ABRIR-NOMINA-IO THRU 9110-EXIT.
           IF ACUM-EXCEDIDOS
               DISPLAY "==========ERROR=========="
               DISPLAY "El historico genera mas acumulados de los que "
                   "caben en la tabla; acumulados.txt no se regrabo."
               GO TO 4850-EXIT
           END-IF.
           PERFORM 9650-GRABAR-ACUMULADOS THRU 9650-EXIT.
           DISPLAY "Acumulados reconstruidos: " TOTAL-ACUM-CARGADOS
               " entradas.".
       4850-EXIT.
           EXIT.

      *****************************************************************
      *    4851-LEER-NOMINA-RECONSTRUIR
      *****************************************************************
       4851-LEER-NOMINA-RECONSTRUIR.
           READ ARCHIVO-NOMINA NEXT
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 4853-APLICAR-RN-ACUMULADO THRU 4853-EXIT
           END-READ.
       4851-EXIT.
           EXIT.

      *****************************************************************
      *    4852-LEER-HIST-RECONSTRUIR
      *    Cada linea del historico archivado es la imagen de texto
      *    de un REGISTRO-NOMINA, asi que se evalua cargandola al
      *    area del registro de nomina (igual que la consulta en
      *    5145).
      *****************************************************************
       4852-LEER-HIST-RECONSTRUIR.
           READ ARCHIVO-HISTORICO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE REGISTRO-HISTORICO TO REGISTRO-NOMINA
                   PERFORM 4853-APLICAR-RN-ACUMULADO THRU 4853-EXIT
           END-READ.
       4852-EXIT.
           EXIT.

      *****************************************************************
      *    4853-APLICAR-RN-ACUMULADO
      *    Abona (o resta, si es reverso) el REGISTRO-NOMINA en
      *    turno a la tabla de acumulados.
      *****************************************************************
       4853-APLICAR-RN-ACUMULADO.
           IF RN-MOV-REVERSO
               MOVE "S" TO ACUM-OPERACION
           ELSE
               MOVE "A" TO ACUM-OPERACION
           END-IF.
           MOVE RN-EMPLEADO-ID        TO ACUM-EMPLEADO-ID.
           MOVE RN-FECHA-PERIODO(7:4) TO ACUM-ANIO.
           MOVE RN-SALARIO-BRUTO      TO ACUM-BRUTO.
           MOVE RN-DEDUCCION-ISR      TO ACUM-ISR.
           MOVE RN-DEDUCCION-IMSS     TO ACUM-IMSS.
           MOVE RN-DEDUCCION-RETIRO   TO ACUM-RETIRO.
           PERFORM 9640-APLICAR-ACUM-TABLA THRU 9640-EXIT.
       4853-EXIT.
           EXIT.

      *****************************************************************
      *    4900-GENERAR-DISPERSION  (Opcion 9 del menu)
      *    Genera dispersion.txt con el layout de ancho fijo del
      *    banco para el periodo actual: un encabezado H con la fecha
      *    del periodo, un detalle D por empleado con banco, CLABE y
      *    neto, y un totalizador T cuya cantidad y total deben
      *    cuadrar con los totales de control del periodo. Los
      *    empleados sin CLABE en el maestro se omiten y se reportan
      *    para pagarlos por otro medio.
      *****************************************************************
       4900-GENERAR-DISPERSION.
           MOVE ZERO TO DISPERSION-CUENTA.
           MOVE ZERO TO DISPERSION-TOTAL.
           MOVE ZERO TO DISPERSION-OMITIDOS.
           MOVE ZERO TO NETO-PERIODO-TOTAL.
           MOVE ZERO TO TOTAL-DISP-EMPLEADOS.
           PERFORM 4610-CARGAR-TABLA-EMPLEADOS THRU 4610-EXIT.
           PERFORM 4612-AVISAR-MAESTRO-EXCEDIDO THRU 4612-EXIT.
           OPEN OUTPUT ARCHIVO-DISPERSION.
           IF FS-DISPERSION NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo crear dispersion.txt (estado "
                   FS-DISPERSION ")."
               GO TO 4900-EXIT
           END-IF.
           MOVE FECHA-PERIODO TO DIE-FECHA-PERIODO.
           MOVE DISP-ENCABEZADO TO REGISTRO-DISPERSION.
           WRITE REGISTRO-DISPERSION.
           CLOSE ARCHIVO-NOMINA.
           OPEN INPUT ARCHIVO-NOMINA.
           IF FS-ARCHIVO-NOMINA = "00"
               PERFORM 4910-LEER-NOMINA-DISPERSION THRU 4910-EXIT
                   UNTIL FS-ARCHIVO-NOMINA = "10"
               CLOSE ARCHIVO-NOMINA
           END-IF.
           PERFORM 9110-ABRIR-NOMINA-IO THRU 9110-EXIT.
           PERFORM 4920-DISPERSAR-EMPLEADO THRU 4920-EXIT
               VARYING IDX-DISP FROM 1 BY 1
               UNTIL IDX-DISP > TOTAL-DISP-EMPLEADOS.
           MOVE DISPERSION-CUENTA TO DIT-CANTIDAD.
           MOVE DISPERSION-TOTAL  TO DIT-TOTAL.
           MOVE DISP-TOTALIZADOR  TO REGISTRO-DISPERSION.
           WRITE REGISTRO-DISPERSION.
           CLOSE ARCHIVO-DISPERSION.
           DISPLAY "===========================================".
           DISPLAY "|       DISPERSION BANCARIA GENERADA      |".
           DISPLAY "===========================================".
           DISPLAY "|Periodo:                |" FECHA-PERIODO.
           DISPLAY "|Detalles dispersados:   |" DISPERSION-CUENTA.
           DISPLAY "|Total dispersado:       |" DISPERSION-TOTAL.
           DISPLAY "|Neto total del periodo: |" NETO-PERIODO-TOTAL.
           DISPLAY "|Empleados sin CLABE:    |" DISPERSION-OMITIDOS.
           IF DISPERSION-TOTAL NOT = NETO-PERIODO-TOTAL
               DISPLAY "AVISO: el total dispersado NO cuadra con el "
                   "neto del periodo; revise los empleados sin CLABE."
           END-IF.
           DISPLAY "===========================================".
       4900-EXIT.
           EXIT.

      *****************************************************************
      *    4910-LEER-NOMINA-DISPERSION
      *    Netea los movimientos del periodo por empleado en
      *    TABLA-DISPERSION (O/C/F/A suman, R resta).
      *****************************************************************
       4910-LEER-NOMINA-DISPERSION.
           READ ARCHIVO-NOMINA NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF RN-FECHA-PERIODO = FECHA-PERIODO
                       PERFORM 4915-NETEAR-MOVIMIENTO THRU 4915-EXIT
                   END-IF
           END-READ.
       4910-EXIT.
           EXIT.

      *****************************************************************
      *    4915-NETEAR-MOVIMIENTO
      *****************************************************************
       4915-NETEAR-MOVIMIENTO.
           MOVE ZERO TO IDX-DISP-ENC.
           PERFORM 4917-BUSCAR-DISP-TABLA THRU 4917-EXIT
               VARYING IDX-DISP FROM 1 BY 1
               UNTIL IDX-DISP > TOTAL-DISP-EMPLEADOS
               OR IDX-DISP-ENC > ZERO.
           IF IDX-DISP-ENC = ZERO
               IF TOTAL-DISP-EMPLEADOS >= 500
                   DISPLAY "AVISO: mas de 500 empleados en el "
                       "periodo; la dispersion quedo incompleta."
                   GO TO 4915-EXIT
               END-IF
               ADD 1 TO TOTAL-DISP-EMPLEADOS
               MOVE TOTAL-DISP-EMPLEADOS TO IDX-DISP-ENC
               MOVE RN-EMPLEADO-ID
                   TO TDI-EMPLEADO-ID(IDX-DISP-ENC)
               MOVE RN-NOMBRE-EMPLEADO TO TDI-NOMBRE(IDX-DISP-ENC)
               MOVE ZERO TO TDI-NETO(IDX-DISP-ENC)
           END-IF.
           IF RN-MOV-REVERSO
               SUBTRACT RN-SALARIO-NETO FROM TDI-NETO(IDX-DISP-ENC)
               SUBTRACT RN-SALARIO-NETO FROM NETO-PERIODO-TOTAL
           ELSE
               ADD RN-SALARIO-NETO TO TDI-NETO(IDX-DISP-ENC)
               ADD RN-SALARIO-NETO TO NETO-PERIODO-TOTAL
           END-IF.
       4915-EXIT.
           EXIT.

      *****************************************************************
      *    4917-BUSCAR-DISP-TABLA
      *****************************************************************
       4917-BUSCAR-DISP-TABLA.
           IF TDI-EMPLEADO-ID(IDX-DISP) = RN-EMPLEADO-ID
               MOVE IDX-DISP TO IDX-DISP-ENC
           END-IF.
       4917-EXIT.
           EXIT.

      *****************************************************************
      *    4920-DISPERSAR-EMPLEADO
      *    Escribe el detalle D del neto ya neteado de un empleado,
      *    buscando banco y CLABE en la tabla del maestro. Un neto en
      *    cero (pago totalmente revertido) no genera transferencia;
      *    sin CLABE no hay transferencia y el empleado se reporta.
      *****************************************************************
       4920-DISPERSAR-EMPLEADO.
           IF TDI-NETO(IDX-DISP) = ZERO
               GO TO 4920-EXIT
           END-IF.
           MOVE ZERO TO IDX-EMPLEADO-DISP.
           MOVE TDI-EMPLEADO-ID(IDX-DISP) TO EMPLEADO-ID-BUSCADO.
           PERFORM 4925-BUSCAR-CUENTA-EMPLEADO THRU 4925-EXIT
               VARYING IDX-EMPLEADOS FROM 1 BY 1
               UNTIL IDX-EMPLEADOS > TOTAL-EMPLEADOS-TABLA
               OR IDX-EMPLEADO-DISP > ZERO.
           IF IDX-EMPLEADO-DISP = ZERO
               OR TE-CLABE(IDX-EMPLEADO-DISP) = SPACES
               ADD 1 TO DISPERSION-OMITIDOS
               DISPLAY "Sin CLABE: empleado "
                   TDI-EMPLEADO-ID(IDX-DISP) " "
                   TDI-NOMBRE(IDX-DISP)(1:30)
               GO TO 4920-EXIT
           END-IF.
           MOVE TDI-EMPLEADO-ID(IDX-DISP) TO DID-EMPLEADO-ID.
           MOVE TE-BANCO(IDX-EMPLEADO-DISP) TO DID-BANCO.
           MOVE TE-CLABE(IDX-EMPLEADO-DISP) TO DID-CLABE.
           MOVE TDI-NETO(IDX-DISP) TO DID-NETO.
           MOVE DISP-DETALLE TO REGISTRO-DISPERSION.
           WRITE REGISTRO-DISPERSION.
           ADD 1 TO DISPERSION-CUENTA.
           ADD TDI-NETO(IDX-DISP) TO DISPERSION-TOTAL.
       4920-EXIT.
           EXIT.

      *****************************************************************
      *    4925-BUSCAR-CUENTA-EMPLEADO
      *****************************************************************
       4925-BUSCAR-CUENTA-EMPLEADO.
           IF TE-EMPLEADO-ID(IDX-EMPLEADOS) = EMPLEADO-ID-BUSCADO
               MOVE IDX-EMPLEADOS TO IDX-EMPLEADO-DISP
           END-IF.
       4925-EXIT.
           EXIT.

      *****************************************************************
      *    4950-CORRIDA-AGUINALDO  (Opcion 13 del menu)
      *    Corrida especial de fin de anio: por cada empleado activo
      *    del maestro calcula el aguinaldo proporcional a los dias
      *    trabajados del anio (desde EM-FECHA-CONTRATACION si entro
      *    durante el anio) sobre su salario diario, tomado de los
      *    acumulados del anio o, sin acumulados, de su tarifa por 8
      *    horas, y lo graba como un movimiento de nomina fechado en
      *    la fecha de pago del aguinaldo, con su ISR de tabla y su
      *    desglose de percepcion AGUINALDO en recibo y CSV. Asi los
      *    acumulados y la constancia anual quedan cuadrados.
      *****************************************************************
       4950-CORRIDA-AGUINALDO.
           MOVE FECHA-PERIODO TO FECHA-PERIODO-SESION.
           DISPLAY "Ingrese la fecha de pago del aguinaldo "
               "(DD/MM/AAAA):".
           ACCEPT FECHA-PAGO-AGUINALDO.
           IF FECHA-PAGO-AGUINALDO = SPACES
               DISPLAY "Fecha vacia; la corrida se cancela."
               GO TO 4950-FIN
           END-IF.
           MOVE FECHA-PAGO-AGUINALDO TO FECHA-PERIODO.
           MOVE FECHA-PAGO-AGUINALDO(7:4) TO ANIO-AGUINALDO.
           PERFORM 9520-VERIFICAR-PERIODO-CERRADO THRU 9520-EXIT.
           IF PERIODO-CERRADO
               DISPLAY "==========ERROR=========="
               DISPLAY "El periodo " FECHA-PERIODO " ya esta cerrado;"
                   " la corrida de aguinaldo no se procesa."
               GO TO 4950-FIN
           END-IF.
           DISPLAY "¿Confirma la corrida de aguinaldo " ANIO-AGUINALDO
               " con fecha de pago " FECHA-PAGO-AGUINALDO "? (S/N):".
           ACCEPT RESPUESTA-CONFIRMA.
           IF NOT CONFIRMA-SI
               DISPLAY "Corrida de aguinaldo cancelada."
               GO TO 4950-FIN
           END-IF.
           MOVE ZERO TO AGUINALDOS-GRABADOS.
           MOVE ZERO TO AGUINALDOS-OMITIDOS.
           PERFORM 4610-CARGAR-TABLA-EMPLEADOS THRU 4610-EXIT.
           PERFORM 4612-AVISAR-MAESTRO-EXCEDIDO THRU 4612-EXIT.
           IF TOTAL-EMPLEADOS-TABLA = ZERO
               DISPLAY "No hay empleados en el maestro."
               GO TO 4950-FIN
           END-IF.
           PERFORM 9610-CARGAR-ACUMULADOS THRU 9610-EXIT.
           PERFORM 4955-AGUINALDO-EMPLEADO THRU 4955-EXIT
               VARYING IDX-EMPLEADO-AGUI FROM 1 BY 1
               UNTIL IDX-EMPLEADO-AGUI > TOTAL-EMPLEADOS-TABLA.
           DISPLAY "===========================================".
           DISPLAY "|       CORRIDA DE AGUINALDO " ANIO-AGUINALDO
               "         |".
           DISPLAY "===========================================".
           DISPLAY "|Aguinaldos grabados: |" AGUINALDOS-GRABADOS.
           DISPLAY "|Empleados omitidos:  |" AGUINALDOS-OMITIDOS.
           DISPLAY "===========================================".
           MOVE "CORRIDA AGUINALDO" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE ANIO-AGUINALDO TO AUDIT-DETALLE(1:4).
           MOVE AGUINALDOS-GRABADOS TO AUDIT-DETALLE(6:4).
           MOVE " grabados" TO AUDIT-DETALLE(10:9).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
       4950-FIN.
           MOVE "O" TO TIPO-MOVIMIENTO.
           MOVE FECHA-PERIODO-SESION TO FECHA-PERIODO.
       4950-EXIT.
           EXIT.

      *****************************************************************
      *    4955-AGUINALDO-EMPLEADO
      *    Calcula y graba el aguinaldo de un empleado de la tabla
      *    del maestro. Se omiten los dados de baja, los contratados
      *    despues del anio de la corrida y los que resultan con
      *    aguinaldo en cero.
      *****************************************************************
       4955-AGUINALDO-EMPLEADO.
           IF TE-ESTATUS(IDX-EMPLEADO-AGUI) NOT = "A"
               ADD 1 TO AGUINALDOS-OMITIDOS
               GO TO 4955-EXIT
           END-IF.
           IF TE-FECHA-CONTRATACION(IDX-EMPLEADO-AGUI)(7:4)
               > ANIO-AGUINALDO
               ADD 1 TO AGUINALDOS-OMITIDOS
               GO TO 4955-EXIT
           END-IF.
           MOVE 365 TO DIA-CORTE-AGUINALDO.
           PERFORM 4957-CALCULAR-AGUINALDO THRU 4957-EXIT.
           IF MONTO-AGUINALDO = ZERO
               ADD 1 TO AGUINALDOS-OMITIDOS
               GO TO 4955-EXIT
           END-IF.
           MOVE TE-EMPLEADO-ID(IDX-EMPLEADO-AGUI) TO EMPLEADO-ID.
           MOVE TE-NOMBRE-EMPLEADO(IDX-EMPLEADO-AGUI)
               TO NOMBRE-EMPLEADO.
           MOVE TE-SALARIO-POR-HORA(IDX-EMPLEADO-AGUI)
               TO SALARIO-POR-HORA.
           MOVE TE-TIPO-PAGO(IDX-EMPLEADO-AGUI) TO TIPO-PAGO-EMPLEADO.
           MOVE TE-SUELDO-MENSUAL(IDX-EMPLEADO-AGUI) TO SUELDO-MENSUAL.
           MOVE ZERO TO HORAS-TRABAJADAS.
           MOVE ZERO TO HORAS-REGULARES.
           MOVE ZERO TO HORAS-EXTRA.
           MOVE ZERO TO HORAS-DOBLES.
           MOVE ZERO TO SALARIO-REGULAR.
           MOVE ZERO TO SALARIO-EXTRA.
           MOVE ZERO TO SALARIO-DOBLE.
           MOVE MONTO-AGUINALDO TO SALARIO-BRUTO.
           MOVE MONTO-AGUINALDO TO PERCEPCIONES-ADICIONALES.
           MOVE MONTO-AGUINALDO TO PERCEPCIONES-GRAVADAS.
           MOVE ZERO TO PERCEPCIONES-EXENTAS.
           MOVE ZERO TO DESCUENTO-FALTAS.
           MOVE ZERO TO PAGO-INCAPACIDAD.
           MOVE ZERO TO PAGO-VACACIONES.
           MOVE ZERO TO PRIMA-VACACIONAL.
           MOVE ZERO TO TOTAL-INCID-APLICADAS.
           MOVE 1 TO TOTAL-PERCEP-APLICADAS.
           MOVE "AGUINALDO " TO PP-TIPO(1).
           MOVE MONTO-AGUINALDO TO PP-MONTO(1).
           MOVE "S" TO PP-GRAVABLE(1).
           PERFORM 8100-CALCULAR-DEDUCCIONES THRU 8100-EXIT.
           PERFORM 8200-CALCULAR-SALARIO-NETO THRU 8200-EXIT.
           PERFORM 9000-GENERAR-REPORTE THRU 9000-EXIT.
           IF REGISTRO-GUARDADO
               ADD 1 TO AGUINALDOS-GRABADOS
           ELSE
               ADD 1 TO AGUINALDOS-OMITIDOS
           END-IF.
       4955-EXIT.
           EXIT.

      *****************************************************************
      *    4957-CALCULAR-AGUINALDO
      *    Deja en MONTO-AGUINALDO el aguinaldo del empleado
      *    IDX-EMPLEADO-AGUI en ANIO-AGUINALDO, proporcional a los
      *    dias trabajados del anio hasta DIA-CORTE-AGUINALDO (365
      *    en la corrida anual; el dia de la baja en el finiquito).
      *    Requiere los acumulados cargados (9610).
      *****************************************************************
       4957-CALCULAR-AGUINALDO.
      *    Dias trabajados del anio hasta el dia de corte: desde el
      *    primero del anio, o desde la fecha de contratacion si el
      *    empleado entro este anio (meses de 30 dias; la proporcion
      *    no necesita mas).
           MOVE 1 TO DIA-DEL-ANIO.
           IF TE-FECHA-CONTRATACION(IDX-EMPLEADO-AGUI)(7:4)
               = ANIO-AGUINALDO
               AND TE-FECHA-CONTRATACION(IDX-EMPLEADO-AGUI)(1:2)
                   NUMERIC
               AND TE-FECHA-CONTRATACION(IDX-EMPLEADO-AGUI)(4:2)
                   NUMERIC
               MOVE TE-FECHA-CONTRATACION(IDX-EMPLEADO-AGUI)(1:2)
                   TO DIA-CONTRATACION
               MOVE TE-FECHA-CONTRATACION(IDX-EMPLEADO-AGUI)(4:2)
                   TO MES-CONTRATACION
               COMPUTE DIA-DEL-ANIO =
                   (MES-CONTRATACION - 1) * 30 + DIA-CONTRATACION
           END-IF.
           IF DIA-DEL-ANIO > DIA-CORTE-AGUINALDO
               MOVE ZERO TO MONTO-AGUINALDO
               GO TO 4957-EXIT
           END-IF.
           COMPUTE DIAS-TRABAJADOS-ANIO =
               DIA-CORTE-AGUINALDO - DIA-DEL-ANIO + 1.
      *    Salario diario: al personal de sueldo fijo, la trigesima
      *    parte de su sueldo mensual; a los demas, el promedio de los
      *    acumulados del anio, o la tarifa vigente al dia de corte
      *    (7330) por jornada de 8 horas si el empleado aun no tiene
      *    acumulados.
           IF TE-TIPO-PAGO(IDX-EMPLEADO-AGUI) = "S"
               COMPUTE SALARIO-DIARIO ROUNDED =
                   TE-SUELDO-MENSUAL(IDX-EMPLEADO-AGUI) / 30
               GO TO 4957-MONTO
           END-IF.
           MOVE TE-EMPLEADO-ID(IDX-EMPLEADO-AGUI)
               TO ACUM-EMPLEADO-ID.
           MOVE ANIO-AGUINALDO TO ACUM-ANIO.
           MOVE ZERO TO IDX-ACUM-ENC.
           PERFORM 9645-BUSCAR-ACUM-TABLA THRU 9645-EXIT
               VARYING IDX-ACUMULADOS FROM 1 BY 1
               UNTIL IDX-ACUMULADOS > TOTAL-ACUM-CARGADOS
               OR IDX-ACUM-ENC > ZERO.
           IF IDX-ACUM-ENC > ZERO
               AND TAC-BRUTO(IDX-ACUM-ENC) > ZERO
               COMPUTE SALARIO-DIARIO ROUNDED =
                   TAC-BRUTO(IDX-ACUM-ENC) / DIAS-TRABAJADOS-ANIO
           ELSE
               PERFORM 4958-TARIFA-AL-CORTE THRU 4958-EXIT
               COMPUTE SALARIO-DIARIO = SALARIO-POR-HORA * 8
           END-IF.
       4957-MONTO.
           COMPUTE MONTO-AGUINALDO ROUNDED =
               SALARIO-DIARIO * DIAS-AGUINALDO
               * DIAS-TRABAJADOS-ANIO / 365.
       4957-EXIT.
           EXIT.

      *****************************************************************
      *    4958-TARIFA-AL-CORTE
      *    Deja en SALARIO-POR-HORA la tarifa del empleado
      *    IDX-EMPLEADO-AGUI vigente en el dia de corte: el 31 de
      *    diciembre de ANIO-AGUINALDO en la corrida anual, la fecha
      *    de la baja en el finiquito. Sin historial queda la del
      *    maestro.
      *****************************************************************
       4958-TARIFA-AL-CORTE.
           MOVE TE-EMPLEADO-ID(IDX-EMPLEADO-AGUI) TO EMPLEADO-ID.
           MOVE TE-SALARIO-POR-HORA(IDX-EMPLEADO-AGUI)
               TO SALARIO-POR-HORA.
           MOVE FECHA-PERIODO TO FECHA-PERIODO-TARIFA.
           IF DIA-CORTE-AGUINALDO = 365
               MOVE SPACES TO FECHA-PERIODO
               MOVE "31/12/" TO FECHA-PERIODO(1:6)
               MOVE ANIO-AGUINALDO TO FECHA-PERIODO(7:4)
           ELSE
               MOVE FECHA-BAJA-FINIQ TO FECHA-PERIODO
           END-IF.
           PERFORM 7330-TARIFA-VIGENTE THRU 7330-EXIT.
           MOVE FECHA-PERIODO-TARIFA TO FECHA-PERIODO.
       4958-EXIT.
           EXIT.

      *****************************************************************
      *    5000-VER-NOMINA-EMPLEADO  (Opcion 3 del menu)
      *    Resuelve el ID del empleado en el archivo maestro (para no
      *    confundir empleados distintos con el mismo nombre). Con el
      *    ID resuelto posiciona directo por llave (ID + fecha) en
      *    nomina.dat y lee solo los registros de ese empleado; sin
      *    ID (nombre que no esta en el maestro) recorre el archivo
      *    completo. En ambos casos se queda con el registro del
      *    periodo MAS RECIENTE, comparando las fechas convertidas a
      *    AAAAMMDD, ya que el orden de la llave (DD/MM/AAAA) no es
      *    cronologico.
      *****************************************************************
       5000-VER-NOMINA-EMPLEADO.
           DISPLAY "Ingrese el nombre del empleado a consultar:".
           ACCEPT NOMBRE-EMPLEADO.
           SET EMPLEADO-NO-ENCONTRADO TO TRUE.
           MOVE ZERO TO EMPLEADO-ID-MAX.
           MOVE ZERO TO EMPLEADO-ID.
           OPEN INPUT EMPLEADO-MAESTRO.
           IF FS-EMPLEADO-MAESTRO = "00"
               PERFORM 7310-BUSCAR-EMPLEADO-MAESTRO THRU 7310-EXIT
                   UNTIL FS-EMPLEADO-MAESTRO = "10"
                   OR EMPLEADO-ENCONTRADO
               CLOSE EMPLEADO-MAESTRO
           END-IF.
           SET REGISTRO-NOMINA-NO-ENCONT TO TRUE.
           MOVE SPACES TO MEJOR-PERIODO-ANSI.
           MOVE ZERO TO MEJOR-CONSECUTIVO.
           CLOSE ARCHIVO-NOMINA.
           OPEN INPUT ARCHIVO-NOMINA.
           IF FS-ARCHIVO-NOMINA = "00"
               IF EMPLEADO-ENCONTRADO
                   PERFORM 5110-BUSCAR-NOMINA-POR-LLAVE THRU 5110-EXIT
               ELSE
                   PERFORM 5100-BUSCAR-REGISTRO-NOMINA THRU 5100-EXIT
                       UNTIL FS-ARCHIVO-NOMINA = "10"
               END-IF
               CLOSE ARCHIVO-NOMINA
           END-IF.
      *    El movimiento pudo haberse movido al historico archivado
      *    por el archivado anual; se ofrece buscarlo tambien ahi.
           IF REGISTRO-NOMINA-NO-ENCONT
               DISPLAY "No esta en la nomina en linea. ¿Buscar en el"
                   " historico archivado? (S/N):"
               ACCEPT RESPUESTA-CONFIRMA
               IF CONFIRMA-SI
                   PERFORM 5140-BUSCAR-EN-HISTORICO THRU 5140-EXIT
               END-IF
           END-IF.
           IF REGISTRO-NOMINA-NO-ENCONT
               DISPLAY "No se encontro nomina guardada para "
                   NOMBRE-EMPLEADO
           ELSE
               DISPLAY "------------------------------------"
               DISPLAY "|  NOMINA GUARDADA DEL EMPLEADO    |"
               DISPLAY "------------------------------------"
               DISPLAY "|ID de empleado:      |"
                   UR-EMPLEADO-ID
               DISPLAY "|Nombre del empleado: |"
                   UR-NOMBRE-EMPLEADO
               DISPLAY "|Periodo de pago:     |"
                   UR-FECHA-PERIODO
               DISPLAY "|Tipo de movimiento:  |"
                   UR-TIPO-MOVIMIENTO
               IF UR-TIPO-MOVIMIENTO = "R"
                   DISPLAY "AVISO: el pago de este periodo fue "
                       "revertido y no tiene reemplazo."
               END-IF
               IF EMPLEADO-ENCONTRADO
                   AND PAGO-SUELDO-FIJO
                   DISPLAY "|Tipo de pago actual: |SUELDO FIJO (las "
                       "horas trabajadas son las extra reportadas)"
               END-IF
               DISPLAY "|Horas regulares:     |"
                   UR-HORAS-REGULARES
               DISPLAY "|Horas extra (1.5x):  |"
                   UR-HORAS-EXTRA
               DISPLAY "|Horas dobles (2x):   |"
                   UR-HORAS-DOBLES
               DISPLAY "|Horas trabajadas:    |"
                   UR-HORAS-TRABAJADAS
               DISPLAY "|Salario por hora:    |"
                   UR-SALARIO-POR-HORA
               DISPLAY "|Salario regular:     |"
                   UR-SALARIO-REGULAR
               DISPLAY "|Salario extra:       |"
                   UR-SALARIO-EXTRA
               DISPLAY "|Salario doble:       |"
                   UR-SALARIO-DOBLE
               DISPLAY "|Salario bruto:       |"
                   UR-SALARIO-BRUTO
               DISPLAY "|Deduccion ISR:       |"
                   UR-DEDUCCION-ISR
               DISPLAY "|Deduccion IMSS:      |"
                   UR-DEDUCCION-IMSS
               DISPLAY "|Deduccion retiro:    |"
                   UR-DEDUCCION-RETIRO
               DISPLAY "|Deduccion adicional: |"
                   UR-DEDUCCION-ADICIONAL
               DISPLAY "|Deducciones:         |"
                   UR-DEDUCCIONES
               DISPLAY "|Salario neto:        |"
                   UR-SALARIO-NETO
               DISPLAY "|Percepciones adic.:  |"
                   UR-PERCEPCIONES
               DISPLAY "|Descuento faltas:    |"
                   UR-DESC-FALTAS
               DISPLAY "|Pago incapacidad:    |"
                   UR-PAGO-INCAPACIDAD
               DISPLAY "|Pago vacaciones:     |"
                   UR-PAGO-VACACIONES
               DISPLAY "|Prima vacacional:    |"
                   UR-PRIMA-VACACIONAL
               DISPLAY "------------------------------------"
           END-IF.
           PERFORM 9110-ABRIR-NOMINA-IO THRU 9110-EXIT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      *    5100-BUSCAR-REGISTRO-NOMINA
      *    Recorrido completo (solo cuando el nombre no se pudo
      *    resolver a un ID en el maestro): considera cada registro
      *    cuyo nombre coincida y se queda con el mas reciente.
      *****************************************************************
       5100-BUSCAR-REGISTRO-NOMINA.
           READ ARCHIVO-NOMINA NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF RN-NOMBRE-EMPLEADO = NOMBRE-EMPLEADO
                       PERFORM 5130-GUARDAR-SI-MAS-RECIENTE
                           THRU 5130-EXIT
                   END-IF
           END-READ.
       5100-EXIT.
           EXIT.

      *****************************************************************
      *    5110-BUSCAR-NOMINA-POR-LLAVE
      *    Posiciona en la primera llave del empleado (ID + fecha en
      *    LOW-VALUES) y lee hacia adelante solo mientras la llave
      *    siga siendo de ese empleado.
      *****************************************************************
       5110-BUSCAR-NOMINA-POR-LLAVE.
           SET LLAVE-NO-AGOTADA TO TRUE.
           MOVE EMPLEADO-ID TO RN-EMPLEADO-ID.
           MOVE LOW-VALUES TO RN-FECHA-PERIODO.
           START ARCHIVO-NOMINA KEY IS >= RN-LLAVE.
           IF FS-ARCHIVO-NOMINA NOT = "00"
               GO TO 5110-EXIT
           END-IF.
           PERFORM 5120-LEER-NOMINA-LLAVE THRU 5120-EXIT
               UNTIL LLAVE-AGOTADA.
       5110-EXIT.
           EXIT.

      *****************************************************************
      *    5120-LEER-NOMINA-LLAVE
      *****************************************************************
       5120-LEER-NOMINA-LLAVE.
           READ ARCHIVO-NOMINA NEXT
               AT END
                   SET LLAVE-AGOTADA TO TRUE
               NOT AT END
                   IF RN-EMPLEADO-ID NOT = EMPLEADO-ID
                       SET LLAVE-AGOTADA TO TRUE
                   ELSE
                       PERFORM 5130-GUARDAR-SI-MAS-RECIENTE
                           THRU 5130-EXIT
                   END-IF
           END-READ.
       5120-EXIT.
           EXIT.

      *****************************************************************
      *    5130-GUARDAR-SI-MAS-RECIENTE
      *    Conserva el registro leido solo si su periodo es mas
      *    reciente (o igual) que el mejor encontrado hasta ahora,
      *    comparando las fechas convertidas a AAAAMMDD.
      *****************************************************************
       5130-GUARDAR-SI-MAS-RECIENTE.
           MOVE RN-FECHA-PERIODO TO FECHA-DDMMAAAA.
           PERFORM 8400-FECHA-A-ANSI THRU 8400-EXIT.
           IF REGISTRO-NOMINA-ENCONTRADO
               AND FECHA-AAAAMMDD < MEJOR-PERIODO-ANSI
               GO TO 5130-EXIT
           END-IF.
           IF REGISTRO-NOMINA-ENCONTRADO
               AND FECHA-AAAAMMDD = MEJOR-PERIODO-ANSI
               AND RN-CONSECUTIVO < MEJOR-CONSECUTIVO
               GO TO 5130-EXIT
           END-IF.
           MOVE FECHA-AAAAMMDD TO MEJOR-PERIODO-ANSI.
           MOVE RN-CONSECUTIVO TO MEJOR-CONSECUTIVO.
           SET REGISTRO-NOMINA-ENCONTRADO TO TRUE.
           MOVE RN-CONSECUTIVO      TO UR-CONSECUTIVO.
           MOVE RN-TIPO-MOVIMIENTO  TO UR-TIPO-MOVIMIENTO.
           MOVE RN-EMPLEADO-ID      TO UR-EMPLEADO-ID.
           MOVE RN-NOMBRE-EMPLEADO  TO UR-NOMBRE-EMPLEADO.
           MOVE RN-FECHA-PERIODO    TO UR-FECHA-PERIODO.
           MOVE RN-HORAS-REGULARES  TO UR-HORAS-REGULARES.
           MOVE RN-HORAS-EXTRA      TO UR-HORAS-EXTRA.
           MOVE RN-HORAS-DOBLES     TO UR-HORAS-DOBLES.
           MOVE RN-HORAS-TRABAJADAS TO UR-HORAS-TRABAJADAS.
           MOVE RN-SALARIO-POR-HORA TO UR-SALARIO-POR-HORA.
           MOVE RN-SALARIO-REGULAR  TO UR-SALARIO-REGULAR.
           MOVE RN-SALARIO-EXTRA    TO UR-SALARIO-EXTRA.
           MOVE RN-SALARIO-DOBLE    TO UR-SALARIO-DOBLE.
           MOVE RN-SALARIO-BRUTO    TO UR-SALARIO-BRUTO.
           MOVE RN-DEDUCCION-ISR    TO UR-DEDUCCION-ISR.
           MOVE RN-DEDUCCION-IMSS   TO UR-DEDUCCION-IMSS.
           MOVE RN-DEDUCCION-RETIRO TO UR-DEDUCCION-RETIRO.
           MOVE RN-DEDUCCION-ADICIONAL TO UR-DEDUCCION-ADICIONAL.
           MOVE RN-DEDUCCIONES      TO UR-DEDUCCIONES.
           MOVE RN-SALARIO-NETO     TO UR-SALARIO-NETO.
           MOVE RN-PERCEPCIONES     TO UR-PERCEPCIONES.
           MOVE RN-DESC-FALTAS      TO UR-DESC-FALTAS.
           MOVE RN-PAGO-INCAPACIDAD TO UR-PAGO-INCAPACIDAD.
           MOVE RN-PAGO-VACACIONES  TO UR-PAGO-VACACIONES.
           MOVE RN-PRIMA-VACACIONAL TO UR-PRIMA-VACACIONAL.
       5130-EXIT.
           EXIT.

      *****************************************************************
      *    5140-BUSCAR-EN-HISTORICO
      *    Recorre historico.txt (los movimientos que el archivado
      *    anual saco de linea) buscando al empleado por ID resuelto
      *    o, en su defecto, por nombre, y se queda con el mas
      *    reciente via 5130. Cada linea del historico es la imagen
      *    de texto de un REGISTRO-NOMINA, asi que se evalua
      *    cargandola al area del registro de nomina.
      *****************************************************************
       5140-BUSCAR-EN-HISTORICO.
           OPEN INPUT ARCHIVO-HISTORICO.
           IF FS-HISTORICO NOT = "00"
               DISPLAY "No hay historico archivado (historico.txt, "
                   "estado " FS-HISTORICO ")."
               GO TO 5140-EXIT
           END-IF.
           PERFORM 5145-LEER-HISTORICO THRU 5145-EXIT
               UNTIL FS-HISTORICO = "10".
           CLOSE ARCHIVO-HISTORICO.
       5140-EXIT.
           EXIT.

      *****************************************************************
      *    5145-LEER-HISTORICO
      *****************************************************************
       5145-LEER-HISTORICO.
           READ ARCHIVO-HISTORICO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE REGISTRO-HISTORICO TO REGISTRO-NOMINA
                   IF (EMPLEADO-ENCONTRADO
                       AND RN-EMPLEADO-ID = EMPLEADO-ID)
                       OR (EMPLEADO-NO-ENCONTRADO
                       AND RN-NOMBRE-EMPLEADO = NOMBRE-EMPLEADO)
                       PERFORM 5130-GUARDAR-SI-MAS-RECIENTE
                           THRU 5130-EXIT
                   END-IF
           END-READ.
       5145-EXIT.
           EXIT.

      *****************************************************************
      *    5200-CORREGIR-NOMINA  (Opcion 12 del menu)
      *    Corrige a la manera contable un registro ya guardado:
      *    localiza el ultimo movimiento vigente (no revertido) del
      *    empleado en el periodo pedido, graba un reverso (R) que
      *    anota en reversos.txt que movimiento revierte y retrocede
      *    sus importes y despues captura y graba el reemplazo (C)
      *    con recibo reexpedido. Los periodos cerrados no se corrigen:
      *    ya estan conciliados y fondeados. Si el movimiento
      *    revertido estaba timbrado se encola la cancelacion de su
      *    CFDI (6650). Un finiquito (F) solo se revierte: el
      *    empleado regresa a baja pendiente (5750) y el finiquito
      *    corregido se paga desde el mantenimiento del maestro. Un
      *    retroactivo (A) tambien solo se revierte; la diferencia
      *    vuelve a quedar pendiente para la siguiente corrida de
      *    retroactivos.
      *****************************************************************
       5200-CORREGIR-NOMINA.
           MOVE FECHA-PERIODO TO FECHA-PERIODO-SESION.
           DISPLAY "Ingrese el ID del empleado a corregir:".
           ACCEPT EMPLEADO-ID.
           PERFORM 7320-BUSCAR-EMPLEADO-POR-ID THRU 7320-EXIT.
           IF EMPLEADO-NO-ENCONTRADO
               DISPLAY "No existe el empleado " EMPLEADO-ID
                   " en el maestro."
               GO TO 5200-FIN
           END-IF.
           DISPLAY "Ingrese el periodo a corregir (DD/MM/AAAA):".
           ACCEPT FECHA-PERIODO.
           PERFORM 9520-VERIFICAR-PERIODO-CERRADO THRU 9520-EXIT.
           IF PERIODO-CERRADO
               DISPLAY "==========ERROR=========="
               DISPLAY "El periodo " FECHA-PERIODO " ya esta cerrado"
                   " y no admite correcciones."
               GO TO 5200-FIN
           END-IF.
           PERFORM 5210-BUSCAR-MOVIMIENTO-VIGENTE THRU 5210-EXIT.
           IF REVERTIDOS-EXCEDIDOS
               GO TO 5200-FIN
           END-IF.
           IF MOVIMIENTOS-PERIODO = ZERO
               DISPLAY "No hay nomina guardada del empleado "
                   EMPLEADO-ID " en el periodo " FECHA-PERIODO "."
               GO TO 5200-FIN
           END-IF.
           IF REGISTRO-NOMINA-NO-ENCONT
               DISPLAY "Todos los movimientos del periodo ya estan "
                   "revertidos; capture el pago con la opcion 1 o 2."
               GO TO 5200-FIN
           END-IF.
           DISPLAY "-------------------------------------------".
           DISPLAY "|Movimiento vigente:  |" UR-TIPO-MOVIMIENTO
               " consecutivo " UR-CONSECUTIVO.
           DISPLAY "|Nombre:              |" UR-NOMBRE-EMPLEADO(1:30).
           DISPLAY "|Horas trabajadas:    |" UR-HORAS-TRABAJADAS.
           DISPLAY "|Salario bruto:       |" UR-SALARIO-BRUTO.
           DISPLAY "|Deducciones:         |" UR-DEDUCCIONES.
           DISPLAY "|Salario neto:        |" UR-SALARIO-NETO.
           DISPLAY "-------------------------------------------".
           IF UR-TIPO-MOVIMIENTO = "F"
               DISPLAY "Es un finiquito: al revertirlo el empleado "
                   "regresa a baja pendiente (P) y el finiquito "
                   "corregido se paga desde el mantenimiento del "
                   "maestro."
           END-IF.
           IF UR-TIPO-MOVIMIENTO = "A"
               DISPLAY "Es un retroactivo: solo se revierte; la "
                   "diferencia se vuelve a pagar con la corrida de "
                   "retroactivos."
           END-IF.
           IF UR-TIPO-MOVIMIENTO = "L"
               DISPLAY "Es una liquidacion del fondo de ahorro: solo "
                   "se revierte y los saldos regresan al fondo; se "
                   "vuelve a pagar con la liquidacion del fondo."
           END-IF.
           DISPLAY "¿Confirma revertirlo y capturar el reemplazo? "
               "(S/N):".
           ACCEPT RESPUESTA-CONFIRMA.
           IF NOT CONFIRMA-SI
               DISPLAY "Correccion cancelada."
               GO TO 5200-FIN
           END-IF.
           PERFORM 5230-GRABAR-REVERSO THRU 5230-EXIT.
           IF REGISTRO-NO-GUARDADO
               DISPLAY "El reverso no se pudo grabar; la correccion "
                   "se cancela."
               GO TO 5200-FIN
           END-IF.
           PERFORM 9205-GENERAR-RENGLON-CSV THRU 9205-EXIT.
      *    El CFDI del movimiento revertido deja de ser valido: se
      *    encola su cancelacion ante el PAC. El reemplazo se timbra
      *    con la solicitud normal del periodo.
           PERFORM 6650-SOLICITAR-CANCELACION THRU 6650-EXIT.
           IF UR-DEDUCCION-ADICIONAL > ZERO
               PERFORM 5250-RESTAURAR-SALDOS THRU 5250-EXIT
           END-IF.
      *    Las incidencias del movimiento revertido se compensan en
      *    incidaplic.txt (lineas tipo R); sin esto, la recaptura
      *    volveria a aplicar las mismas lineas de incidencias.txt y
      *    los dias de vacaciones se contarian dos veces.
           IF UR-DESC-FALTAS > ZERO
               OR UR-PAGO-INCAPACIDAD > ZERO
               OR UR-PAGO-VACACIONES > ZERO
               PERFORM 5260-COMPENSAR-INCIDENCIAS THRU 5260-EXIT
           END-IF.
           IF UR-TIPO-MOVIMIENTO = "F"
               PERFORM 5750-REGRESAR-BAJA-PENDIENTE THRU 5750-EXIT
               GO TO 5200-FIN
           END-IF.
           IF UR-TIPO-MOVIMIENTO = "A"
               OR UR-TIPO-MOVIMIENTO = "L"
               GO TO 5200-FIN
           END-IF.
           PERFORM 5240-CAPTURAR-CORRECCION THRU 5240-EXIT.
       5200-FIN.
           MOVE "O" TO TIPO-MOVIMIENTO.
           MOVE FECHA-PERIODO-SESION TO FECHA-PERIODO.
       5200-EXIT.
           EXIT.

      *****************************************************************
      *    5210-BUSCAR-MOVIMIENTO-VIGENTE
      *    Deja en ULTIMO-REGISTRO-NOMINA el movimiento de mayor
      *    consecutivo del empleado en FECHA-PERIODO que no sea un
      *    reverso ni haya sido revertido (9180 resuelve que revierte
      *    cada reverso del grupo), y en MOVIMIENTOS-PERIODO cuantos
      *    movimientos tiene el grupo.
      *****************************************************************
       5210-BUSCAR-MOVIMIENTO-VIGENTE.
           SET REGISTRO-NOMINA-NO-ENCONT TO TRUE.
           SET REVERTIDOS-NO-EXCEDIDOS TO TRUE.
           MOVE SPACES TO MEJOR-PERIODO-ANSI.
           MOVE ZERO TO MEJOR-CONSECUTIVO.
           MOVE ZERO TO MOVIMIENTOS-PERIODO.
           CLOSE ARCHIVO-NOMINA.
           OPEN INPUT ARCHIVO-NOMINA.
           IF FS-ARCHIVO-NOMINA NOT = "00"
               PERFORM 9110-ABRIR-NOMINA-IO THRU 9110-EXIT
               GO TO 5210-EXIT
           END-IF.
           MOVE EMPLEADO-ID   TO REV-EMPLEADO-ID.
           MOVE FECHA-PERIODO TO REV-FECHA-PERIODO.
           PERFORM 9180-CARGAR-REVERTIDOS THRU 9180-EXIT.
           IF REVERTIDOS-EXCEDIDOS
               CLOSE ARCHIVO-NOMINA
               PERFORM 9110-ABRIR-NOMINA-IO THRU 9110-EXIT
               GO TO 5210-EXIT
           END-IF.
           SET LLAVE-NO-AGOTADA TO TRUE.
           MOVE EMPLEADO-ID   TO RN-EMPLEADO-ID.
           MOVE FECHA-PERIODO TO RN-FECHA-PERIODO.
           MOVE ZERO          TO RN-CONSECUTIVO.
           START ARCHIVO-NOMINA KEY IS >= RN-LLAVE.
           IF FS-ARCHIVO-NOMINA = "00"
               PERFORM 5220-LEER-MOVIMIENTO THRU 5220-EXIT
                   UNTIL LLAVE-AGOTADA
           END-IF.
           CLOSE ARCHIVO-NOMINA.
           PERFORM 9110-ABRIR-NOMINA-IO THRU 9110-EXIT.
       5210-EXIT.
           EXIT.

      *****************************************************************
      *    5220-LEER-MOVIMIENTO
      *****************************************************************
       5220-LEER-MOVIMIENTO.
           READ ARCHIVO-NOMINA NEXT
               AT END
                   SET LLAVE-AGOTADA TO TRUE
               NOT AT END
                   IF RN-EMPLEADO-ID = EMPLEADO-ID
                       AND RN-FECHA-PERIODO = FECHA-PERIODO
                       PERFORM 5225-EVALUAR-VIGENTE THRU 5225-EXIT
                   ELSE
                       SET LLAVE-AGOTADA TO TRUE
                   END-IF
           END-READ.
       5220-EXIT.
           EXIT.

      *****************************************************************
      *    5225-EVALUAR-VIGENTE
      *    Los reversos y los movimientos revertidos no se pueden
      *    corregir; de los demas se queda el de mayor consecutivo.
      *****************************************************************
       5225-EVALUAR-VIGENTE.
           ADD 1 TO MOVIMIENTOS-PERIODO.
           IF RN-MOV-REVERSO
               GO TO 5225-EXIT
           END-IF.
           MOVE RN-EMPLEADO-ID   TO REV-BUSCAR-EMPLEADO.
           MOVE RN-FECHA-PERIODO TO REV-BUSCAR-PERIODO.
           MOVE RN-CONSECUTIVO   TO REV-BUSCAR-CONSEC.
           PERFORM 9190-VERIFICAR-REVERTIDO THRU 9190-EXIT.
           IF MOV-REVERTIDO
               GO TO 5225-EXIT
           END-IF.
           PERFORM 5130-GUARDAR-SI-MAS-RECIENTE THRU 5130-EXIT.
       5225-EXIT.
           EXIT.

      *****************************************************************
      *    5230-GRABAR-REVERSO
      *    Carga los importes del movimiento vigente en los campos de
      *    calculo y los graba como movimiento R via 9100, para que
      *    el reverso pase por las mismas validaciones, auditoria y
      *    acumulados (donde resta) que cualquier otro movimiento.
      *****************************************************************
       5230-GRABAR-REVERSO.
           MOVE UR-NOMBRE-EMPLEADO  TO NOMBRE-EMPLEADO.
           MOVE UR-HORAS-REGULARES  TO HORAS-REGULARES.
           MOVE UR-HORAS-EXTRA      TO HORAS-EXTRA.
           MOVE UR-HORAS-DOBLES     TO HORAS-DOBLES.
           MOVE UR-HORAS-TRABAJADAS TO HORAS-TRABAJADAS.
           MOVE UR-SALARIO-POR-HORA TO SALARIO-POR-HORA.
           MOVE UR-SALARIO-REGULAR  TO SALARIO-REGULAR.
           MOVE UR-SALARIO-EXTRA    TO SALARIO-EXTRA.
           MOVE UR-SALARIO-DOBLE    TO SALARIO-DOBLE.
           MOVE UR-SALARIO-BRUTO    TO SALARIO-BRUTO.
           MOVE UR-DEDUCCION-ISR    TO DEDUCCION-ISR.
           MOVE UR-DEDUCCION-IMSS   TO DEDUCCION-IMSS.
           MOVE UR-DEDUCCION-RETIRO TO DEDUCCION-RETIRO.
           MOVE UR-DEDUCCION-ADICIONAL TO DEDUCCION-ADICIONAL.
           MOVE UR-DEDUCCIONES      TO DEDUCCIONES.
           MOVE UR-SALARIO-NETO     TO SALARIO-NETO.
           MOVE UR-PERCEPCIONES     TO PERCEPCIONES-ADICIONALES.
           MOVE ZERO TO TOTAL-PERCEP-APLICADAS.
           MOVE UR-DESC-FALTAS      TO DESCUENTO-FALTAS.
           MOVE UR-PAGO-INCAPACIDAD TO PAGO-INCAPACIDAD.
           MOVE UR-PAGO-VACACIONES  TO PAGO-VACACIONES.
           MOVE UR-PRIMA-VACACIONAL TO PRIMA-VACACIONAL.
           MOVE ZERO TO TOTAL-INCID-APLICADAS.
      *    El reverso no recalcula (no pasa por 8150), asi que aqui
      *    se descarta cualquier estado de deducciones que haya
      *    dejado una captura anterior RECHAZADA: sin esto, 9100
      *    regrabaria deducciones.txt con abonos de un registro que
      *    nunca se guardo.
           SET DEDUC-NO-MODIFICADAS TO TRUE.
           MOVE ZERO TO TOTAL-DEDUC-APLICADAS.
      *    El movimiento del fondo de ahorro que hizo el registro
      *    revertido queda pendiente para revertirse con el.
           PERFORM 4340-PREPARAR-REVERSO-FONDO THRU 4340-EXIT.
           MOVE UR-CONSECUTIVO TO CONSEC-A-REVERTIR.
           MOVE "R" TO TIPO-MOVIMIENTO.
           PERFORM 9100-GENERAR-ARCHIVO THRU 9100-EXIT.
       5230-EXIT.
           EXIT.

      *****************************************************************
      *    5240-CAPTURAR-CORRECCION
      *    Captura las horas corregidas (el salario por hora es el
      *    de salhist.txt vigente en el periodo corregido, o el del
      *    maestro si no hay historial), recalcula y graba el
      *    reemplazo como movimiento C, reexpidiendo recibo y renglon
      *    de CSV. Al empleado de sueldo fijo solo se le corrigen las
      *    horas extra reportadas.
      *****************************************************************
       5240-CAPTURAR-CORRECCION.
           DISPLAY "Capture los datos corregidos.".
           IF PAGO-SUELDO-FIJO
               PERFORM 7210-VALIDAR-HORAS-EXTRA-FIJO THRU 7210-EXIT
           ELSE
               PERFORM 7330-TARIFA-VIGENTE THRU 7330-EXIT
               PERFORM 7200-VALIDAR-HORAS-TRABAJADAS THRU 7200-EXIT
           END-IF.
           PERFORM 8000-CALCULAR-SALARIO-BRUTO THRU 8000-EXIT.
           PERFORM 8100-CALCULAR-DEDUCCIONES THRU 8100-EXIT.
           PERFORM 8200-CALCULAR-SALARIO-NETO THRU 8200-EXIT.
           MOVE "C" TO TIPO-MOVIMIENTO.
           PERFORM 9000-GENERAR-REPORTE THRU 9000-EXIT.
           IF REGISTRO-GUARDADO
               DISPLAY "Correccion grabada y recibo reexpedido."
           END-IF.
       5240-EXIT.
           EXIT.

      *****************************************************************
      *    5250-RESTAURAR-SALDOS
      *    Devuelve a deducciones.txt los abonos que hizo el
      *    movimiento recien revertido, leyendolos de deducaplic.txt
      *    por la llave del movimiento (el consecutivo revertido es
      *    UR-CONSECUTIVO). Asi una correccion no consume dos
      *    abonos del mismo prestamo: el del reemplazo sustituye al
      *    del original.
      *****************************************************************
       5250-RESTAURAR-SALDOS.
           MOVE ZERO TO SALDOS-RESTAURADOS.
           PERFORM 8160-CARGAR-DEDUCCIONES THRU 8160-EXIT.
           OPEN INPUT ARCHIVO-DEDUC-APLICADAS.
           IF FS-DEDUC-APLICADAS NOT = "00"
               DISPLAY "AVISO: el movimiento revertido tenia "
                   "deducciones recurrentes pero no hay "
                   "deducaplic.txt; revise deducciones.txt."
               GO TO 5250-EXIT
           END-IF.
           SET DEDUC-NO-MODIFICADAS TO TRUE.
           PERFORM 5255-LEER-DEDUC-APLICADA THRU 5255-EXIT
               UNTIL FS-DEDUC-APLICADAS = "10".
           CLOSE ARCHIVO-DEDUC-APLICADAS.
           IF DEDUC-MODIFICADAS
               PERFORM 8170-GRABAR-DEDUCCIONES THRU 8170-EXIT
               SET DEDUC-NO-MODIFICADAS TO TRUE
           END-IF.
           IF SALDOS-RESTAURADOS > ZERO
               DISPLAY "Saldos de deducciones restaurados: "
                   SALDOS-RESTAURADOS " lineas."
           ELSE
      *        Un movimiento solo con deducciones por porcentaje (sin
      *        saldo) no deja abonos registrados y no hay nada que
      *        restaurar; uno anterior a deducaplic.txt si pudo
      *        haberlos hecho, y eso solo se corrige a mano.
               DISPLAY "No habia abonos a saldos registrados de este "
                   "movimiento; si el pago original abono un "
                   "prestamo, revise deducciones.txt."
           END-IF.
       5250-EXIT.
           EXIT.

      *****************************************************************
      *    5255-LEER-DEDUC-APLICADA
      *****************************************************************
       5255-LEER-DEDUC-APLICADA.
           READ ARCHIVO-DEDUC-APLICADAS
               AT END
                   CONTINUE
               NOT AT END
                   IF AP-EMPLEADO-ID = EMPLEADO-ID
                       AND AP-FECHA-PERIODO = FECHA-PERIODO
                       AND AP-CONSECUTIVO = UR-CONSECUTIVO
                       PERFORM 5257-RESTAURAR-UN-SALDO THRU 5257-EXIT
                   END-IF
           END-READ.
       5255-EXIT.
           EXIT.

      *****************************************************************
      *    5257-RESTAURAR-UN-SALDO
      *    Regresa AP-MONTO al saldo de la linea del empleado con el
      *    mismo tipo de deduccion en la tabla cargada de
      *    deducciones.txt.
      *****************************************************************
       5257-RESTAURAR-UN-SALDO.
           MOVE ZERO TO IDX-DEDUC-ENC.
           PERFORM 5258-BUSCAR-LINEA-DEDUC THRU 5258-EXIT
               VARYING IDX-DEDUCCIONES FROM 1 BY 1
               UNTIL IDX-DEDUCCIONES > TOTAL-DEDUC-CARGADAS
               OR IDX-DEDUC-ENC > ZERO.
           IF IDX-DEDUC-ENC = ZERO
               DISPLAY "AVISO: no se encontro la linea " AP-TIPO
                   " del empleado " AP-EMPLEADO-ID " en "
                   "deducciones.txt; su abono no se restauro."
               GO TO 5257-EXIT
           END-IF.
           ADD AP-MONTO TO TD-SALDO(IDX-DEDUC-ENC).
           SET DEDUC-MODIFICADAS TO TRUE.
           ADD 1 TO SALDOS-RESTAURADOS.
       5257-EXIT.
           EXIT.

      *****************************************************************
      *    5258-BUSCAR-LINEA-DEDUC
      *****************************************************************
       5258-BUSCAR-LINEA-DEDUC.
           IF TD-EMPLEADO-ID(IDX-DEDUCCIONES) = AP-EMPLEADO-ID
               AND TD-TIPO(IDX-DEDUCCIONES) = AP-TIPO
               MOVE IDX-DEDUCCIONES TO IDX-DEDUC-ENC
           END-IF.
       5258-EXIT.
           EXIT.

      *****************************************************************
      *    5260-COMPENSAR-INCIDENCIAS
      *    Lee de incidaplic.txt las incidencias del movimiento
      *    recien revertido (llave empleado + periodo + consecutivo
      *    UR-CONSECUTIVO, sin contar lineas ya compensatorias) y
      *    las regraba identicas como lineas tipo R con el
      *    consecutivo del reverso, via 9150 (TIPO-MOVIMIENTO y
      *    MAX-CONSECUTIVO son en este punto los del reverso).
      *****************************************************************
       5260-COMPENSAR-INCIDENCIAS.
           MOVE ZERO TO TOTAL-INCID-APLICADAS.
           OPEN INPUT ARCHIVO-INCID-APLICADAS.
           IF FS-INCID-APLICADAS NOT = "00"
               DISPLAY "AVISO: el movimiento revertido tenia "
                   "incidencias pero no hay incidaplic.txt; el "
                   "saldo de vacaciones puede quedar desfasado."
               GO TO 5260-EXIT
           END-IF.
           PERFORM 5265-LEER-INCID-REVERTIDA THRU 5265-EXIT
               UNTIL FS-INCID-APLICADAS = "10".
           CLOSE ARCHIVO-INCID-APLICADAS.
           IF TOTAL-INCID-APLICADAS > ZERO
               PERFORM 9150-GRABAR-INCID-APLICADAS THRU 9150-EXIT
               DISPLAY "Incidencias compensadas en incidaplic.txt: "
                   TOTAL-INCID-APLICADAS " lineas."
           END-IF.
           MOVE ZERO TO TOTAL-INCID-APLICADAS.
       5260-EXIT.
           EXIT.

      *****************************************************************
      *    5265-LEER-INCID-REVERTIDA
      *****************************************************************
       5265-LEER-INCID-REVERTIDA.
           READ ARCHIVO-INCID-APLICADAS
               AT END
                   CONTINUE
               NOT AT END
                   IF IA-EMPLEADO-ID = EMPLEADO-ID
                       AND IA-FECHA-PERIODO = FECHA-PERIODO
                       AND IA-CONSECUTIVO = UR-CONSECUTIVO
                       AND IA-TIPO-MOVIMIENTO NOT = "R"
                       IF TOTAL-INCID-APLICADAS < 10
                           ADD 1 TO TOTAL-INCID-APLICADAS
                           MOVE IA-TIPO
                               TO IP-TIPO(TOTAL-INCID-APLICADAS)
                           MOVE IA-SUBTIPO
                               TO IP-SUBTIPO(TOTAL-INCID-APLICADAS)
                           MOVE IA-DIAS
                               TO IP-DIAS(TOTAL-INCID-APLICADAS)
                           MOVE IA-MONTO
                               TO IP-MONTO(TOTAL-INCID-APLICADAS)
                       END-IF
                   END-IF
           END-READ.
       5265-EXIT.
           EXIT.

      *****************************************************************
      *    5300-CONCILIAR-RETORNO  (Opcion 14 del menu)
      *    Cruza el archivo de retorno del banco (retorno.txt) contra
      *    los detalles D de la ultima dispersion generada
      *    (dispersion.txt), detalle por detalle, por CLABE y monto.
      *    Cada linea del retorno marca su detalle como aplicado (A)
      *    o rechazado (R); los rechazados se agregan a reexpedir.txt
      *    como pendientes de reexpedir, y el reporte lista los
      *    aplicados, los rechazados, los detalles dispersados sin
      *    retorno y las lineas del retorno que no cruzaron con nada.
      *****************************************************************
       5300-CONCILIAR-RETORNO.
           MOVE ZERO TO CONC-APLICADOS.
           MOVE ZERO TO CONC-RECHAZADOS.
           MOVE ZERO TO CONC-SIN-RETORNO.
           MOVE ZERO TO CONC-NO-CRUZADOS.
           PERFORM 5310-CARGAR-DISPERSION THRU 5310-EXIT.
           IF TOTAL-CONC-DETALLES = ZERO
               DISPLAY "No hay detalles en dispersion.txt que "
                   "conciliar; genere primero la dispersion."
               GO TO 5300-EXIT
           END-IF.
           OPEN INPUT ARCHIVO-RETORNO.
           IF FS-RETORNO NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo abrir retorno.txt (estado "
                   FS-RETORNO "). La conciliacion no se procesa."
               GO TO 5300-EXIT
           END-IF.
           DISPLAY "===========================================".
           DISPLAY "Conciliando retorno del banco...".
           PERFORM 5320-LEER-RETORNO THRU 5320-EXIT
               UNTIL FS-RETORNO = "10".
           CLOSE ARCHIVO-RETORNO.
           PERFORM 5330-REVISAR-DETALLE THRU 5330-EXIT
               VARYING IDX-CONCILIA FROM 1 BY 1
               UNTIL IDX-CONCILIA > TOTAL-CONC-DETALLES.
           DISPLAY "===========================================".
           DISPLAY "|      CONCILIACION DE LA DISPERSION      |".
           DISPLAY "===========================================".
           DISPLAY "|Periodo dispersado:      |" PERIODO-DISPERSADO.
           DISPLAY "|Detalles dispersados:    |" TOTAL-CONC-DETALLES.
           DISPLAY "|Pagos aplicados:         |" CONC-APLICADOS.
           DISPLAY "|Pagos rechazados:        |" CONC-RECHAZADOS.
           DISPLAY "|Detalles sin retorno:    |" CONC-SIN-RETORNO.
           DISPLAY "|Retornos sin cruce:      |" CONC-NO-CRUZADOS.
           IF CONC-RECHAZADOS > ZERO
               DISPLAY "Los pagos rechazados quedaron como "
                   "pendientes en reexpedir.txt."
           END-IF.
           DISPLAY "===========================================".
           MOVE "CONCILIACION BANCO" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE CONC-APLICADOS TO AUDIT-DETALLE(1:5).
           MOVE " aplicados, " TO AUDIT-DETALLE(6:12).
           MOVE CONC-RECHAZADOS TO AUDIT-DETALLE(18:5).
           MOVE " rechazados" TO AUDIT-DETALLE(23:11).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
       5300-EXIT.
           EXIT.

      *****************************************************************
      *    5310-CARGAR-DISPERSION
      *    Carga a TABLA-CONCILIA los detalles D de dispersion.txt y
      *    guarda la fecha del encabezado H para los pendientes de
      *    reexpedir.
      *****************************************************************
       5310-CARGAR-DISPERSION.
           MOVE ZERO TO TOTAL-CONC-DETALLES.
           MOVE SPACES TO PERIODO-DISPERSADO.
           OPEN INPUT ARCHIVO-DISPERSION.
           IF FS-DISPERSION NOT = "00"
               GO TO 5310-EXIT
           END-IF.
           PERFORM 5315-LEER-DETALLE-DISP THRU 5315-EXIT
               UNTIL FS-DISPERSION = "10".
           CLOSE ARCHIVO-DISPERSION.
       5310-EXIT.
           EXIT.

      *****************************************************************
      *    5315-LEER-DETALLE-DISP
      *****************************************************************
       5315-LEER-DETALLE-DISP.
           READ ARCHIVO-DISPERSION
               AT END
                   CONTINUE
               NOT AT END
                   EVALUATE REGISTRO-DISPERSION(1:1)
                       WHEN "H"
                           MOVE REGISTRO-DISPERSION(2:10)
                               TO PERIODO-DISPERSADO
                       WHEN "D"
                           IF TOTAL-CONC-DETALLES < 500
                               ADD 1 TO TOTAL-CONC-DETALLES
                               MOVE REGISTRO-DISPERSION
                                   TO DISP-DETALLE
                               MOVE DID-EMPLEADO-ID TO
                                 TC-EMPLEADO-ID(TOTAL-CONC-DETALLES)
                               MOVE DID-CLABE
                                   TO TC-CLABE(TOTAL-CONC-DETALLES)
                               MOVE DID-NETO
                                   TO TC-NETO(TOTAL-CONC-DETALLES)
                               MOVE SPACE
                                   TO TC-ESTATUS(TOTAL-CONC-DETALLES)
                               MOVE SPACES
                                   TO TC-MOTIVO(TOTAL-CONC-DETALLES)
                           ELSE
                               DISPLAY "AVISO: mas de 500 detalles "
                                   "en la dispersion; la conciliacion"
                                   " quedo incompleta."
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       5315-EXIT.
           EXIT.

      *****************************************************************
      *    5320-LEER-RETORNO
      *****************************************************************
       5320-LEER-RETORNO.
           READ ARCHIVO-RETORNO
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 5325-CRUZAR-RETORNO THRU 5325-EXIT
           END-READ.
       5320-EXIT.
           EXIT.

      *****************************************************************
      *    5325-CRUZAR-RETORNO
      *    Busca el primer detalle dispersado aun sin cruzar con la
      *    misma CLABE y el mismo monto; sin cruce, la linea del
      *    retorno se reporta aparte.
      *****************************************************************
       5325-CRUZAR-RETORNO.
           MOVE ZERO TO IDX-CONC-ENC.
           PERFORM 5328-BUSCAR-DETALLE-CONC THRU 5328-EXIT
               VARYING IDX-CONCILIA FROM 1 BY 1
               UNTIL IDX-CONCILIA > TOTAL-CONC-DETALLES
               OR IDX-CONC-ENC > ZERO.
           IF IDX-CONC-ENC = ZERO
               ADD 1 TO CONC-NO-CRUZADOS
               DISPLAY "Retorno sin cruce: CLABE " RT-CLABE
                   " monto " RT-MONTO " estatus " RT-ESTATUS
               GO TO 5325-EXIT
           END-IF.
           IF RT-ESTATUS = "R"
               MOVE "R" TO TC-ESTATUS(IDX-CONC-ENC)
               MOVE RT-MOTIVO TO TC-MOTIVO(IDX-CONC-ENC)
           ELSE
               MOVE "A" TO TC-ESTATUS(IDX-CONC-ENC)
           END-IF.
       5325-EXIT.
           EXIT.

      *****************************************************************
      *    5328-BUSCAR-DETALLE-CONC
      *****************************************************************
       5328-BUSCAR-DETALLE-CONC.
           IF TC-ESTATUS(IDX-CONCILIA) = SPACE
               AND TC-CLABE(IDX-CONCILIA) = RT-CLABE
               AND TC-NETO(IDX-CONCILIA) = RT-MONTO
               MOVE IDX-CONCILIA TO IDX-CONC-ENC
           END-IF.
       5328-EXIT.
           EXIT.

      *****************************************************************
      *    5330-REVISAR-DETALLE
      *    Clasifica un detalle ya cruzado: los rechazados se marcan
      *    como pendientes de reexpedir en reexpedir.txt y los que no
      *    recibieron retorno se reportan para reclamarlos al banco.
      *****************************************************************
       5330-REVISAR-DETALLE.
           EVALUATE TC-ESTATUS(IDX-CONCILIA)
               WHEN "A"
                   ADD 1 TO CONC-APLICADOS
               WHEN "R"
                   ADD 1 TO CONC-RECHAZADOS
                   DISPLAY "RECHAZADO: empleado "
                       TC-EMPLEADO-ID(IDX-CONCILIA) " CLABE "
                       TC-CLABE(IDX-CONCILIA) " motivo "
                       TC-MOTIVO(IDX-CONCILIA)
                   PERFORM 5335-GRABAR-PENDIENTE THRU 5335-EXIT
               WHEN OTHER
                   ADD 1 TO CONC-SIN-RETORNO
                   DISPLAY "SIN RETORNO: empleado "
                       TC-EMPLEADO-ID(IDX-CONCILIA) " CLABE "
                       TC-CLABE(IDX-CONCILIA)
           END-EVALUATE.
       5330-EXIT.
           EXIT.

      *****************************************************************
      *    5335-GRABAR-PENDIENTE
      *    La conciliacion puede correrse varias veces con el mismo
      *    retorno (se corre, se revisa y se vuelve a correr), asi
      *    que antes de agregar el pendiente se verifica que no haya
      *    ya una linea "P" con la misma CLABE, periodo y monto.
      *****************************************************************
       5335-GRABAR-PENDIENTE.
           SET PENDIENTE-NO-EXISTE TO TRUE.
           OPEN INPUT ARCHIVO-REEXPEDIR.
           IF FS-REEXPEDIR = "00"
               PERFORM 5337-LEER-PENDIENTE THRU 5337-EXIT
                   UNTIL FS-REEXPEDIR = "10"
                   OR PENDIENTE-EXISTE
               CLOSE ARCHIVO-REEXPEDIR
           END-IF.
           IF PENDIENTE-EXISTE
               DISPLAY "El pago del empleado "
                   TC-EMPLEADO-ID(IDX-CONCILIA) " ya estaba "
                   "pendiente de reexpedir; no se duplica."
               GO TO 5335-EXIT
           END-IF.
           OPEN EXTEND ARCHIVO-REEXPEDIR.
           IF FS-REEXPEDIR NOT = "00"
               OPEN OUTPUT ARCHIVO-REEXPEDIR
           END-IF.
           IF FS-REEXPEDIR NOT = "00"
               DISPLAY "AVISO: no se pudo grabar reexpedir.txt "
                   "(estado " FS-REEXPEDIR ")."
               GO TO 5335-EXIT
           END-IF.
           MOVE TC-EMPLEADO-ID(IDX-CONCILIA) TO RX-EMPLEADO-ID.
           MOVE PERIODO-DISPERSADO           TO RX-FECHA-PERIODO.
           MOVE TC-CLABE(IDX-CONCILIA)       TO RX-CLABE.
           MOVE TC-NETO(IDX-CONCILIA)        TO RX-MONTO.
           MOVE TC-MOTIVO(IDX-CONCILIA)      TO RX-MOTIVO.
           MOVE "P"                          TO RX-ESTATUS.
           WRITE REGISTRO-REEXPEDIR.
           CLOSE ARCHIVO-REEXPEDIR.
       5335-EXIT.
           EXIT.

      *****************************************************************
      *    5337-LEER-PENDIENTE
      *****************************************************************
       5337-LEER-PENDIENTE.
           READ ARCHIVO-REEXPEDIR
               AT END
                   CONTINUE
               NOT AT END
                   IF RX-CLABE = TC-CLABE(IDX-CONCILIA)
                       AND RX-FECHA-PERIODO = PERIODO-DISPERSADO
                       AND RX-MONTO = TC-NETO(IDX-CONCILIA)
                       AND RX-ESTATUS = "P"
                       SET PENDIENTE-EXISTE TO TRUE
                   END-IF
           END-READ.
       5337-EXIT.
           EXIT.

      *****************************************************************
      *    5400-CONSULTAR-VACACIONES  (Opcion 15 del menu)
      *    Muestra el saldo de dias de vacaciones de un empleado: el
      *    derecho por antiguedad (tabla de la LFT: 12 dias al cumplir
      *    el primer anio, +2 por anio hasta 20 en el quinto, y +2 por
      *    cada quinquenio despues) menos los dias V ya pagados en el
      *    anio en curso segun incidaplic.txt.
      *****************************************************************
       5400-CONSULTAR-VACACIONES.
           DISPLAY "Ingrese el ID del empleado a consultar:".
           ACCEPT EMPLEADO-ID.
           PERFORM 7320-BUSCAR-EMPLEADO-POR-ID THRU 7320-EXIT.
           IF EMPLEADO-NO-ENCONTRADO
               DISPLAY "No existe el empleado " EMPLEADO-ID
                   " en el maestro."
               GO TO 5400-EXIT
           END-IF.
           IF EM-FECHA-CONTRATACION = SPACES
               OR EM-FECHA-CONTRATACION(7:4) NOT NUMERIC
               DISPLAY "El empleado no tiene fecha de contratacion "
                   "valida en el maestro."
               GO TO 5400-EXIT
           END-IF.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE FECHA-SISTEMA TO FECHA-CORTE-VAC.
           MOVE EM-FECHA-CONTRATACION TO FECHA-CONTRATA-VAC.
           PERFORM 5405-CALCULAR-SALDO-VAC THRU 5405-EXIT.
           DISPLAY "===========================================".
           DISPLAY "|        SALDO DE VACACIONES              |".
           DISPLAY "===========================================".
           DISPLAY "|ID de empleado:       |" EMPLEADO-ID.
           DISPLAY "|Nombre:               |" NOMBRE-EMPLEADO(1:30).
           DISPLAY "|Fecha contratacion:   |" EM-FECHA-CONTRATACION.
           DISPLAY "|Anios de antiguedad:  |" ANIOS-ANTIGUEDAD.
           DISPLAY "|Dias de derecho:      |" DIAS-DERECHO-VAC.
           DISPLAY "|Dias tomados en " ANIO-CONSULTA-VAC ": |"
               DIAS-TOMADOS-VAC.
           DISPLAY "|Saldo disponible:     |" SALDO-VACACIONES.
           IF ANIOS-ANTIGUEDAD < 1
               DISPLAY "El empleado aun no cumple un anio; el "
                   "derecho nace en su primer aniversario."
           END-IF.
           DISPLAY "===========================================".
       5400-EXIT.
           EXIT.

      *****************************************************************
      *    5405-CALCULAR-SALDO-VAC
      *    Calcula el saldo de vacaciones del empleado EMPLEADO-ID,
      *    contratado en FECHA-CONTRATA-VAC (DD/MM/AAAA), a la fecha
      *    de corte FECHA-CORTE-VAC (AAAAMMDD): la consulta usa el
      *    dia de hoy y el finiquito la fecha de baja. Los dias
      *    tomados son los del anio de la fecha de corte.
      *****************************************************************
       5405-CALCULAR-SALDO-VAC.
           MOVE FECHA-CORTE-VAC(1:4) TO ANIO-CONSULTA-VAC.
      *    Antiguedad en anios cumplidos a la fecha de corte: anio
      *    de corte menos anio de contratacion, menos uno si el
      *    aniversario de ese anio aun no llega.
           MOVE FECHA-CORTE-VAC(1:4) TO ANIO-ACTUAL-NUM.
           MOVE FECHA-CONTRATA-VAC(7:4) TO ANIO-CONTRATA-NUM.
           COMPUTE ANIOS-ANTIGUEDAD =
               ANIO-ACTUAL-NUM - ANIO-CONTRATA-NUM.
           MOVE FECHA-CONTRATA-VAC TO FECHA-DDMMAAAA.
           PERFORM 8400-FECHA-A-ANSI THRU 8400-EXIT.
           IF FECHA-CORTE-VAC(5:4) < FECHA-AAAAMMDD(5:4)
               SUBTRACT 1 FROM ANIOS-ANTIGUEDAD
           END-IF.
           EVALUATE TRUE
               WHEN ANIOS-ANTIGUEDAD < 1
                   MOVE ZERO TO DIAS-DERECHO-VAC
               WHEN ANIOS-ANTIGUEDAD <= 5
                   COMPUTE DIAS-DERECHO-VAC =
                       12 + 2 * (ANIOS-ANTIGUEDAD - 1)
               WHEN OTHER
                   COMPUTE QUINQUENIOS-EXTRA =
                       (ANIOS-ANTIGUEDAD - 6) / 5
                   COMPUTE DIAS-DERECHO-VAC =
                       22 + 2 * QUINQUENIOS-EXTRA
           END-EVALUATE.
           MOVE ZERO TO DIAS-TOMADOS-VAC.
           OPEN INPUT ARCHIVO-INCID-APLICADAS.
           IF FS-INCID-APLICADAS = "00"
               PERFORM 5410-SUMAR-DIAS-TOMADOS THRU 5410-EXIT
                   UNTIL FS-INCID-APLICADAS = "10"
               CLOSE ARCHIVO-INCID-APLICADAS
           END-IF.
           COMPUTE SALDO-VACACIONES =
               DIAS-DERECHO-VAC - DIAS-TOMADOS-VAC.
       5405-EXIT.
           EXIT.

      *****************************************************************
      *    5410-SUMAR-DIAS-TOMADOS
      *    Netea los dias de las incidencias V ya pagadas al
      *    empleado en el anio en curso: las lineas compensatorias
      *    de un reverso (IA-TIPO-MOVIMIENTO "R") restan, para que
      *    una correccion no cuente las vacaciones dos veces.
      *****************************************************************
       5410-SUMAR-DIAS-TOMADOS.
           READ ARCHIVO-INCID-APLICADAS
               AT END
                   CONTINUE
               NOT AT END
                   IF IA-EMPLEADO-ID = EMPLEADO-ID
                       AND IA-TIPO = "V"
                       AND IA-FECHA-PERIODO(7:4) = ANIO-CONSULTA-VAC
                       IF IA-TIPO-MOVIMIENTO = "R"
                           SUBTRACT IA-DIAS FROM DIAS-TOMADOS-VAC
                       ELSE
                           ADD IA-DIAS TO DIAS-TOMADOS-VAC
                       END-IF
                   END-IF
           END-READ.
       5410-EXIT.
           EXIT.

      *****************************************************************
      *    5500-MANTENIMIENTO-OPERADORES  (Opcion 17 del menu)
      *    Alta, baja y listado de los operadores de operadores.txt.
      *    La tabla se carga completa, se edita y el archivo se
      *    regraba solo si algo cambio.
      *****************************************************************
       5500-MANTENIMIENTO-OPERADORES.
           PERFORM 5510-CARGAR-OPERADORES THRU 5510-EXIT.
           MOVE 9 TO OPCION-OPERADORES.
           PERFORM 5520-MENU-OPERADORES THRU 5520-EXIT
               UNTIL OPCION-OPERADORES = 0.
       5500-EXIT.
           EXIT.

      *****************************************************************
      *    5510-CARGAR-OPERADORES
      *    Carga operadores.txt completo a TABLA-OPERADORES. Si el
      *    archivo no existe la tabla queda vacia.
      *****************************************************************
       5510-CARGAR-OPERADORES.
           MOVE ZERO TO TOTAL-OPER-CARGADOS.
           OPEN INPUT ARCHIVO-OPERADORES.
           IF FS-OPERADORES = "00"
               PERFORM 5515-LEER-OPERADOR THRU 5515-EXIT
                   UNTIL FS-OPERADORES = "10"
               CLOSE ARCHIVO-OPERADORES
           END-IF.
       5510-EXIT.
           EXIT.

      *****************************************************************
      *    5515-LEER-OPERADOR
      *****************************************************************
       5515-LEER-OPERADOR.
           READ ARCHIVO-OPERADORES
               AT END
                   CONTINUE
               NOT AT END
                   IF TOTAL-OPER-CARGADOS < 50
                       ADD 1 TO TOTAL-OPER-CARGADOS
                       MOVE OP-CLAVE
                           TO TOP-CLAVE(TOTAL-OPER-CARGADOS)
                       MOVE OP-CONTRASENA
                           TO TOP-CONTRASENA(TOTAL-OPER-CARGADOS)
                       MOVE OP-PERFIL
                           TO TOP-PERFIL(TOTAL-OPER-CARGADOS)
                       MOVE OP-ESTATUS
                           TO TOP-ESTATUS(TOTAL-OPER-CARGADOS)
                   ELSE
                       DISPLAY "AVISO: operadores.txt excede los 50 "
                           "operadores; los restantes se ignoran."
                   END-IF
           END-READ.
       5515-EXIT.
           EXIT.

      *****************************************************************
      *    5520-MENU-OPERADORES
      *****************************************************************
       5520-MENU-OPERADORES.
           DISPLAY "-------------------------------------------".
           DISPLAY "|     MANTENIMIENTO DE OPERADORES         |".
           DISPLAY "-------------------------------------------".
           DISPLAY "1. Dar de alta un operador".
           DISPLAY "2. Dar de baja un operador".
           DISPLAY "3. Listar operadores".
           DISPLAY "0. Salir".
           DISPLAY "Ingrese su opción (0-3): ".
           ACCEPT OPCION-OPERADORES.
           EVALUATE OPCION-OPERADORES
               WHEN 1
                   PERFORM 5530-ALTA-OPERADOR THRU 5530-EXIT
               WHEN 2
                   PERFORM 5540-BAJA-OPERADOR THRU 5540-EXIT
               WHEN 3
                   PERFORM 5550-LISTAR-OPERADORES THRU 5550-EXIT
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida. Intente nuevamente."
           END-EVALUATE.
       5520-EXIT.
           EXIT.

      *****************************************************************
      *    5530-ALTA-OPERADOR
      *****************************************************************
       5530-ALTA-OPERADOR.
           IF TOTAL-OPER-CARGADOS >= 50
               DISPLAY "La tabla de operadores esta llena; no se "
                   "pueden dar mas altas."
               GO TO 5530-EXIT
           END-IF.
           DISPLAY "Ingrese la clave del operador nuevo:".
           ACCEPT CLAVE-OPER-MANT.
           IF CLAVE-OPER-MANT = SPACES
               DISPLAY "La clave no puede estar vacia."
               GO TO 5530-EXIT
           END-IF.
           MOVE ZERO TO IDX-OPER-ENC.
           PERFORM 5545-BUSCAR-OPER-TABLA THRU 5545-EXIT
               VARYING IDX-OPERADORES FROM 1 BY 1
               UNTIL IDX-OPERADORES > TOTAL-OPER-CARGADOS
               OR IDX-OPER-ENC > ZERO.
           IF IDX-OPER-ENC > ZERO
               DISPLAY "Ya existe un operador con la clave "
                   CLAVE-OPER-MANT "."
               GO TO 5530-EXIT
           END-IF.
           ADD 1 TO TOTAL-OPER-CARGADOS.
           MOVE CLAVE-OPER-MANT
               TO TOP-CLAVE(TOTAL-OPER-CARGADOS).
           DISPLAY "Ingrese la contrasena:".
           ACCEPT TOP-CONTRASENA(TOTAL-OPER-CARGADOS).
           DISPLAY "Ingrese el perfil (C captura / S supervisor / "
               "A administrador):".
           ACCEPT TOP-PERFIL(TOTAL-OPER-CARGADOS).
           IF TOP-PERFIL(TOTAL-OPER-CARGADOS) NOT = "C"
               AND TOP-PERFIL(TOTAL-OPER-CARGADOS) NOT = "S"
               AND TOP-PERFIL(TOTAL-OPER-CARGADOS) NOT = "A"
               DISPLAY "Perfil invalido; el alta se cancela."
               SUBTRACT 1 FROM TOTAL-OPER-CARGADOS
               GO TO 5530-EXIT
           END-IF.
           MOVE "A" TO TOP-ESTATUS(TOTAL-OPER-CARGADOS).
           PERFORM 5560-GRABAR-OPERADORES THRU 5560-EXIT.
           DISPLAY "Operador " CLAVE-OPER-MANT " dado de alta.".
           MOVE "ALTA OPERADOR" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE CLAVE-OPER-MANT TO AUDIT-DETALLE(1:8).
           MOVE " perfil " TO AUDIT-DETALLE(10:8).
           MOVE TOP-PERFIL(TOTAL-OPER-CARGADOS)
               TO AUDIT-DETALLE(18:1).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
       5530-EXIT.
           EXIT.

      *****************************************************************
      *    5540-BAJA-OPERADOR
      *    La baja conserva la linea con estatus B, para que la
      *    bitacora siga identificando al operador historico.
      *****************************************************************
       5540-BAJA-OPERADOR.
           DISPLAY "Ingrese la clave del operador a dar de baja:".
           ACCEPT CLAVE-OPER-MANT.
           MOVE ZERO TO IDX-OPER-ENC.
           PERFORM 5545-BUSCAR-OPER-TABLA THRU 5545-EXIT
               VARYING IDX-OPERADORES FROM 1 BY 1
               UNTIL IDX-OPERADORES > TOTAL-OPER-CARGADOS
               OR IDX-OPER-ENC > ZERO.
           IF IDX-OPER-ENC = ZERO
               DISPLAY "No existe el operador " CLAVE-OPER-MANT "."
               GO TO 5540-EXIT
           END-IF.
           IF CLAVE-OPER-MANT = OPERADOR-ID
               DISPLAY "No puede darse de baja a si mismo."
               GO TO 5540-EXIT
           END-IF.
           MOVE "B" TO TOP-ESTATUS(IDX-OPER-ENC).
           PERFORM 5560-GRABAR-OPERADORES THRU 5560-EXIT.
           DISPLAY "Operador " CLAVE-OPER-MANT " dado de baja.".
           MOVE "BAJA OPERADOR" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE CLAVE-OPER-MANT TO AUDIT-DETALLE(1:8).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
       5540-EXIT.
           EXIT.

      *****************************************************************
      *    5545-BUSCAR-OPER-TABLA
      *****************************************************************
       5545-BUSCAR-OPER-TABLA.
           IF TOP-CLAVE(IDX-OPERADORES) = CLAVE-OPER-MANT
               MOVE IDX-OPERADORES TO IDX-OPER-ENC
           END-IF.
       5545-EXIT.
           EXIT.

      *****************************************************************
      *    5550-LISTAR-OPERADORES
      *****************************************************************
       5550-LISTAR-OPERADORES.
           IF TOTAL-OPER-CARGADOS = ZERO
               DISPLAY "No hay operadores registrados."
               GO TO 5550-EXIT
           END-IF.
           DISPLAY "Clave    Perfil Estatus".
           PERFORM 5555-LISTAR-UN-OPERADOR THRU 5555-EXIT
               VARYING IDX-OPERADORES FROM 1 BY 1
               UNTIL IDX-OPERADORES > TOTAL-OPER-CARGADOS.
       5550-EXIT.
           EXIT.

      *****************************************************************
      *    5555-LISTAR-UN-OPERADOR
      *****************************************************************
       5555-LISTAR-UN-OPERADOR.
           DISPLAY TOP-CLAVE(IDX-OPERADORES) "   "
               TOP-PERFIL(IDX-OPERADORES) "      "
               TOP-ESTATUS(IDX-OPERADORES).
       5555-EXIT.
           EXIT.

      *****************************************************************
      *    5560-GRABAR-OPERADORES
      *    Regraba operadores.txt completo desde la tabla.
      *****************************************************************
       5560-GRABAR-OPERADORES.
           OPEN OUTPUT ARCHIVO-OPERADORES.
           IF FS-OPERADORES NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo regrabar operadores.txt (estado "
                   FS-OPERADORES "); los cambios se perdieron."
               GO TO 5560-EXIT
           END-IF.
           PERFORM 5565-GRABAR-UN-OPERADOR THRU 5565-EXIT
               VARYING IDX-OPERADORES FROM 1 BY 1
               UNTIL IDX-OPERADORES > TOTAL-OPER-CARGADOS.
           CLOSE ARCHIVO-OPERADORES.
       5560-EXIT.
           EXIT.

      *****************************************************************
      *    5565-GRABAR-UN-OPERADOR
      *****************************************************************
       5565-GRABAR-UN-OPERADOR.
           MOVE TOP-CLAVE(IDX-OPERADORES)      TO OP-CLAVE.
           MOVE TOP-CONTRASENA(IDX-OPERADORES) TO OP-CONTRASENA.
           MOVE TOP-PERFIL(IDX-OPERADORES)     TO OP-PERFIL.
           MOVE TOP-ESTATUS(IDX-OPERADORES)    TO OP-ESTATUS.
           WRITE REGISTRO-OPERADOR.
       5565-EXIT.
           EXIT.

      *****************************************************************
      *    5600-ARCHIVAR-HISTORICO  (Opcion 18 del menu)
      *    Archivado de fin de anio: mueve a historico.txt (y borra
      *    de nomina.dat) los movimientos de periodos ya cerrados
      *    cuyo anio sea anterior al anio actual menos N, con N
      *    capturado por el operador. Asi las consultas y la carga
      *    inicial de la sesion dejan de arrastrar anios viejos. El
      *    conteo queda en auditoria.txt.
      *****************************************************************
       5600-ARCHIVAR-HISTORICO.
           DISPLAY "¿Cuantos anios de historico desea CONSERVAR en "
               "linea? (1-99):".
           ACCEPT ANIOS-CONSERVAR.
           IF ANIOS-CONSERVAR < 1
               DISPLAY "Debe conservar al menos 1 anio; el archivado"
                   " se cancela."
               GO TO 5600-EXIT
           END-IF.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE FECHA-SISTEMA(1:4) TO ANIO-ACTUAL-NUM.
           COMPUTE ANIO-CORTE = ANIO-ACTUAL-NUM - ANIOS-CONSERVAR.
           DISPLAY "Se archivaran los movimientos de periodos "
               "cerrados anteriores a " ANIO-CORTE ".".
           DISPLAY "¿Confirma el archivado? (S/N):".
           ACCEPT RESPUESTA-CONFIRMA.
           IF NOT CONFIRMA-SI
               DISPLAY "Archivado cancelado."
               GO TO 5600-EXIT
           END-IF.
           PERFORM 5610-CARGAR-PERIODOS-CERRADOS THRU 5610-EXIT.
           IF TOTAL-PERIODOS-CERRADOS = ZERO
               DISPLAY "No hay periodos cerrados en periodos.txt; "
                   "no hay nada que archivar."
               GO TO 5600-EXIT
           END-IF.
           OPEN EXTEND ARCHIVO-HISTORICO.
           IF FS-HISTORICO NOT = "00"
               OPEN OUTPUT ARCHIVO-HISTORICO
           END-IF.
           IF FS-HISTORICO NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo abrir historico.txt (estado "
                   FS-HISTORICO "); el archivado no se procesa."
               GO TO 5600-EXIT
           END-IF.
           MOVE ZERO TO REGISTROS-ARCHIVADOS.
           MOVE ZERO TO REGISTROS-REVISADOS.
           SET LLAVE-NO-AGOTADA TO TRUE.
           MOVE LOW-VALUES TO RN-LLAVE.
           START ARCHIVO-NOMINA KEY IS >= RN-LLAVE.
           IF FS-ARCHIVO-NOMINA NOT = "00"
               SET LLAVE-AGOTADA TO TRUE
           END-IF.
           PERFORM 5620-ARCHIVAR-REGISTRO THRU 5620-EXIT
               UNTIL LLAVE-AGOTADA.
           CLOSE ARCHIVO-HISTORICO.
           DISPLAY "===========================================".
           DISPLAY "|        ARCHIVADO ANUAL TERMINADO        |".
           DISPLAY "===========================================".
           DISPLAY "|Registros revisados:  |" REGISTROS-REVISADOS.
           DISPLAY "|Registros archivados: |" REGISTROS-ARCHIVADOS.
           DISPLAY "===========================================".
           MOVE "ARCHIVADO ANUAL" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE REGISTROS-ARCHIVADOS TO AUDIT-DETALLE(1:6).
           MOVE " archivados, corte " TO AUDIT-DETALLE(7:19).
           MOVE ANIO-CORTE TO AUDIT-DETALLE(26:4).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
       5600-EXIT.
           EXIT.

      *****************************************************************
      *    5610-CARGAR-PERIODOS-CERRADOS
      *    Carga a la tabla las fechas de los periodos cerrados de
      *    periodos.txt; solo los movimientos de esos periodos pueden
      *    archivarse.
      *****************************************************************
       5610-CARGAR-PERIODOS-CERRADOS.
           MOVE ZERO TO TOTAL-PERIODOS-CERRADOS.
           OPEN INPUT ARCHIVO-PERIODOS.
           IF FS-PERIODOS = "00"
               PERFORM 5615-LEER-PERIODO-CERRADO THRU 5615-EXIT
                   UNTIL FS-PERIODOS = "10"
               CLOSE ARCHIVO-PERIODOS
           END-IF.
       5610-EXIT.
           EXIT.

      *****************************************************************
      *    5615-LEER-PERIODO-CERRADO
      *****************************************************************
       5615-LEER-PERIODO-CERRADO.
           READ ARCHIVO-PERIODOS
               AT END
                   CONTINUE
               NOT AT END
                   IF PE-ESTATUS = "C"
                       IF TOTAL-PERIODOS-CERRADOS < 100
                           ADD 1 TO TOTAL-PERIODOS-CERRADOS
                           MOVE PE-FECHA-PERIODO TO
                             TPC-FECHA-PERIODO(TOTAL-PERIODOS-CERRADOS)
                       ELSE
                           DISPLAY "AVISO: mas de 100 periodos "
                               "cerrados; los restantes no se "
                               "consideran para archivar."
                       END-IF
                   END-IF
           END-READ.
       5615-EXIT.
           EXIT.

      *****************************************************************
      *    5618-BUSCAR-PERIODO-CERRADO
      *****************************************************************
       5618-BUSCAR-PERIODO-CERRADO.
           IF TPC-FECHA-PERIODO(IDX-PERIODOS-CERRADOS)
               = RN-FECHA-PERIODO
               MOVE IDX-PERIODOS-CERRADOS TO IDX-PER-CERRADO-ENC
           END-IF.
       5618-EXIT.
           EXIT.

      *****************************************************************
      *    5620-ARCHIVAR-REGISTRO
      *    Lee el siguiente movimiento de nomina.dat; si su periodo
      *    esta cerrado y su anio es anterior al corte, lo copia a
      *    historico.txt y lo borra de nomina.dat. El DELETE opera
      *    sobre el registro recien leido y no pierde la posicion de
      *    la lectura secuencial.
      *****************************************************************
       5620-ARCHIVAR-REGISTRO.
           READ ARCHIVO-NOMINA NEXT
               AT END
                   SET LLAVE-AGOTADA TO TRUE
                   GO TO 5620-EXIT
           END-READ.
           ADD 1 TO REGISTROS-REVISADOS.
           IF RN-FECHA-PERIODO(7:4) NOT NUMERIC
               GO TO 5620-EXIT
           END-IF.
           MOVE RN-FECHA-PERIODO(7:4) TO ANIO-PERIODO-NUM.
           IF ANIO-PERIODO-NUM >= ANIO-CORTE
               GO TO 5620-EXIT
           END-IF.
           MOVE ZERO TO IDX-PER-CERRADO-ENC.
           PERFORM 5618-BUSCAR-PERIODO-CERRADO THRU 5618-EXIT
               VARYING IDX-PERIODOS-CERRADOS FROM 1 BY 1
               UNTIL IDX-PERIODOS-CERRADOS > TOTAL-PERIODOS-CERRADOS
               OR IDX-PER-CERRADO-ENC > ZERO.
           IF IDX-PER-CERRADO-ENC = ZERO
               GO TO 5620-EXIT
           END-IF.
           MOVE SPACES TO REGISTRO-HISTORICO.
           MOVE REGISTRO-NOMINA TO REGISTRO-HISTORICO.
           WRITE REGISTRO-HISTORICO.
           IF FS-HISTORICO NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo grabar en historico.txt (estado "
                   FS-HISTORICO "); el archivado se detiene y el "
                   "registro NO se borra."
               SET LLAVE-AGOTADA TO TRUE
               GO TO 5620-EXIT
           END-IF.
           DELETE ARCHIVO-NOMINA.
           IF FS-ARCHIVO-NOMINA NOT = "00"
               DISPLAY "AVISO: no se pudo borrar el movimiento "
                   RN-EMPLEADO-ID " " RN-FECHA-PERIODO " (estado "
                   FS-ARCHIVO-NOMINA "); quedo duplicado en el "
                   "historico."
               GO TO 5620-EXIT
           END-IF.
           ADD 1 TO REGISTROS-ARCHIVADOS.
       5620-EXIT.
           EXIT.

      *****************************************************************
      *    5700-RESOLVER-FINIQUITO
      *    Se llama desde el mantenimiento del maestro (4620) para el
      *    empleado IDX-EMPLEADO-MANT ya marcado en baja pendiente
      *    (P). Si el finiquito se paga (5710) o el empleado lo
      *    renuncia expresamente, la baja queda definitiva (B); si
      *    no, el empleado sigue en P y puede resolverse despues con
      *    la opcion 9 del mantenimiento.
      *****************************************************************
       5700-RESOLVER-FINIQUITO.
           DISPLAY "¿Calcular y pagar el finiquito ahora? (S/N):".
           ACCEPT RESPUESTA-CONFIRMA.
           IF CONFIRMA-SI
               PERFORM 5710-CALCULAR-FINIQUITO THRU 5710-EXIT
               IF REGISTRO-GUARDADO
                   MOVE "B" TO TE-ESTATUS(IDX-EMPLEADO-MANT)
                   MOVE "BAJA DEFINITIVA" TO AUDIT-EVENTO
                   MOVE SPACES TO AUDIT-DETALLE
                   MOVE TE-EMPLEADO-ID(IDX-EMPLEADO-MANT)
                       TO AUDIT-DETALLE(1:6)
                   MOVE TE-FECHA-BAJA(IDX-EMPLEADO-MANT)
                       TO AUDIT-DETALLE(8:10)
                   MOVE "finiquito pagado" TO AUDIT-DETALLE(19:16)
                   PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT
                   DISPLAY "Finiquito pagado; la baja queda "
                       "definitiva."
               ELSE
                   DISPLAY "El finiquito no se grabo; la baja queda "
                       "pendiente de finiquito (estatus P)."
               END-IF
               GO TO 5700-EXIT
           END-IF.
           DISPLAY "¿El empleado renuncia expresamente al finiquito? "
               "(S/N):".
           ACCEPT RESPUESTA-CONFIRMA.
           IF NOT CONFIRMA-SI
               DISPLAY "La baja queda pendiente de finiquito "
                   "(estatus P)."
               GO TO 5700-EXIT
           END-IF.
           MOVE "B" TO TE-ESTATUS(IDX-EMPLEADO-MANT).
           MOVE "FINIQUITO RENUNCIADO" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE TE-EMPLEADO-ID(IDX-EMPLEADO-MANT) TO AUDIT-DETALLE(1:6).
           MOVE TE-FECHA-BAJA(IDX-EMPLEADO-MANT) TO AUDIT-DETALLE(8:10).
           MOVE TE-NOMBRE-EMPLEADO(IDX-EMPLEADO-MANT)
               TO AUDIT-DETALLE(19:40).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
           DISPLAY "Finiquito renunciado; la baja queda definitiva.".
       5700-EXIT.
           EXIT.

      *****************************************************************
      *    5710-CALCULAR-FINIQUITO
      *    Calcula el finiquito del empleado IDX-EMPLEADO-MANT a su
      *    fecha de baja y lo graba como movimiento F en el periodo
      *    de la sesion: aguinaldo proporcional del anio (4957), el
      *    saldo de vacaciones no disfrutadas con su prima (5405),
      *    la prima de antiguedad y, en despido injustificado, la
      *    indemnizacion si se paga, y el fondo de ahorro sin
      *    liquidar (4360). Los saldos abiertos de deducciones.txt y
      *    el prestamo del fondo se liquidan contra el neto (5720,
      *    4365). El ultimo pago ordinario debe capturarse ANTES
      *    del finiquito: pagado este, la baja queda definitiva y el
      *    empleado ya no puede pagarse.
      *****************************************************************
       5710-CALCULAR-FINIQUITO.
           SET REGISTRO-NO-GUARDADO TO TRUE.
           MOVE TE-FECHA-BAJA(IDX-EMPLEADO-MANT) TO FECHA-BAJA-FINIQ.
           IF FECHA-BAJA-FINIQ(1:2) NOT NUMERIC
               OR FECHA-BAJA-FINIQ(4:2) NOT NUMERIC
               OR FECHA-BAJA-FINIQ(7:4) NOT NUMERIC
               OR TE-FECHA-CONTRATACION(IDX-EMPLEADO-MANT)(1:2)
                   NOT NUMERIC
               OR TE-FECHA-CONTRATACION(IDX-EMPLEADO-MANT)(4:2)
                   NOT NUMERIC
               OR TE-FECHA-CONTRATACION(IDX-EMPLEADO-MANT)(7:4)
                   NOT NUMERIC
               DISPLAY "==========ERROR=========="
               DISPLAY "Las fechas de contratacion y de baja deben "
                   "ser validas (DD/MM/AAAA) para el finiquito."
               GO TO 5710-EXIT
           END-IF.
           MOVE FECHA-BAJA-FINIQ TO FECHA-DDMMAAAA.
           PERFORM 8400-FECHA-A-ANSI THRU 8400-EXIT.
           MOVE FECHA-AAAAMMDD TO BAJA-AAAAMMDD.
           MOVE TE-FECHA-CONTRATACION(IDX-EMPLEADO-MANT)
               TO FECHA-DDMMAAAA.
           PERFORM 8400-FECHA-A-ANSI THRU 8400-EXIT.
           IF FECHA-AAAAMMDD > BAJA-AAAAMMDD
               DISPLAY "==========ERROR=========="
               DISPLAY "La fecha de baja es anterior a la de "
                   "contratacion; el finiquito no se calcula."
               GO TO 5710-EXIT
           END-IF.
           DISPLAY "Motivo de la baja (1 renuncia, 2 despido "
               "justificado, 3 despido injustificado):".
           ACCEPT MOTIVO-BAJA.
           IF NOT MOTIVO-BAJA-VALIDO
               DISPLAY "Motivo invalido; el finiquito no se calcula."
               GO TO 5710-EXIT
           END-IF.
           SET SIN-INDEMNIZACION TO TRUE.
           IF BAJA-DESPIDO-INJUSTIF
               DISPLAY "¿Se paga la indemnizacion (3 meses mas 20 "
                   "dias por anio de servicio)? (S/N):"
               ACCEPT RESPUESTA-CONFIRMA
               IF CONFIRMA-SI
                   SET PAGAR-INDEMNIZACION TO TRUE
               END-IF
           END-IF.
           PERFORM 5715-CALCULAR-ANIOS-SERVICIO THRU 5715-EXIT.
           MOVE TE-EMPLEADO-ID(IDX-EMPLEADO-MANT) TO EMPLEADO-ID.
           MOVE TE-NOMBRE-EMPLEADO(IDX-EMPLEADO-MANT)
               TO NOMBRE-EMPLEADO.
           MOVE TE-SALARIO-POR-HORA(IDX-EMPLEADO-MANT)
               TO SALARIO-POR-HORA.
           MOVE TE-TIPO-PAGO(IDX-EMPLEADO-MANT) TO TIPO-PAGO-EMPLEADO.
           MOVE TE-SUELDO-MENSUAL(IDX-EMPLEADO-MANT) TO SUELDO-MENSUAL.
      *    Al personal por hora, la tarifa de salhist.txt vigente a
      *    la fecha de la baja.
           IF PAGO-SUELDO-FIJO
               COMPUTE SALARIO-DIARIO-FINIQ ROUNDED =
                   SUELDO-MENSUAL / 30
           ELSE
               MOVE FECHA-PERIODO TO FECHA-PERIODO-TARIFA
               MOVE FECHA-BAJA-FINIQ TO FECHA-PERIODO
               PERFORM 7330-TARIFA-VIGENTE THRU 7330-EXIT
               MOVE FECHA-PERIODO-TARIFA TO FECHA-PERIODO
               COMPUTE SALARIO-DIARIO-FINIQ = SALARIO-POR-HORA * 8
           END-IF.
      *    Aguinaldo proporcional del anio de la baja, con la misma
      *    regla de la corrida anual cortada al dia de la baja.
           MOVE IDX-EMPLEADO-MANT TO IDX-EMPLEADO-AGUI.
           MOVE FECHA-BAJA-FINIQ(7:4) TO ANIO-AGUINALDO.
           MOVE DIA-ANIO-BAJA TO DIA-CORTE-AGUINALDO.
           PERFORM 9610-CARGAR-ACUMULADOS THRU 9610-EXIT.
           PERFORM 4957-CALCULAR-AGUINALDO THRU 4957-EXIT.
           MOVE 365 TO DIA-CORTE-AGUINALDO.
      *    Vacaciones no disfrutadas: el saldo a la fecha de baja se
      *    paga con su prima del 25% y se registra como incidencia V
      *    del movimiento, para que el saldo quede consumido.
           MOVE BAJA-AAAAMMDD TO FECHA-CORTE-VAC.
           MOVE TE-FECHA-CONTRATACION(IDX-EMPLEADO-MANT)
               TO FECHA-CONTRATA-VAC.
           PERFORM 5405-CALCULAR-SALDO-VAC THRU 5405-EXIT.
           MOVE ZERO TO DIAS-VAC-FINIQ.
           MOVE ZERO TO PAGO-VACACIONES.
           MOVE ZERO TO PRIMA-VACACIONAL.
           MOVE ZERO TO TOTAL-INCID-APLICADAS.
           IF SALDO-VACACIONES > ZERO
               MOVE SALDO-VACACIONES TO DIAS-VAC-FINIQ
               COMPUTE PAGO-VACACIONES ROUNDED =
                   DIAS-VAC-FINIQ * SALARIO-DIARIO-FINIQ
               COMPUTE PRIMA-VACACIONAL ROUNDED =
                   PAGO-VACACIONES * 0.25
               MOVE 1 TO TOTAL-INCID-APLICADAS
               MOVE "V" TO IP-TIPO(1)
               MOVE SPACE TO IP-SUBTIPO(1)
               MOVE DIAS-VAC-FINIQ TO IP-DIAS(1)
               MOVE PAGO-VACACIONES TO IP-MONTO(1)
           END-IF.
      *    Prima de antiguedad: 12 dias por anio de servicio con el
      *    salario diario topado a dos salarios minimos. Se paga en
      *    todo despido y en la renuncia solo con 15 anios o mas.
           MOVE ZERO TO MONTO-PRIMA-ANTIGUEDAD.
           IF BAJA-DESPIDO-JUSTIFICADO
               OR BAJA-DESPIDO-INJUSTIF
               OR ANIOS-SERVICIO NOT < ANIOS-PRIMA-RENUNCIA
               MOVE SALARIO-DIARIO-FINIQ TO SALARIO-DIARIO-TOPADO
               IF SALARIO-DIARIO-TOPADO > SALARIO-MINIMO-DIARIO * 2
                   COMPUTE SALARIO-DIARIO-TOPADO =
                       SALARIO-MINIMO-DIARIO * 2
               END-IF
               COMPUTE MONTO-PRIMA-ANTIGUEDAD ROUNDED =
                   SALARIO-DIARIO-TOPADO * DIAS-PRIMA-ANTIGUEDAD
                   * ANIOS-SERVICIO
           END-IF.
           MOVE ZERO TO MONTO-INDEMNIZACION.
           IF PAGAR-INDEMNIZACION
               COMPUTE MONTO-INDEMNIZACION ROUNDED =
                   SALARIO-DIARIO-FINIQ * (DIAS-INDEMNIZACION
                   + DIAS-INDEMN-POR-ANIO * ANIOS-SERVICIO)
           END-IF.
      *    Las percepciones por separacion estan exentas hasta 90
      *    UMA por anio de servicio; el aguinaldo y las vacaciones
      *    del finiquito gravan completos, como en la corrida anual.
           COMPUTE MONTO-SEPARACION =
               MONTO-PRIMA-ANTIGUEDAD + MONTO-INDEMNIZACION.
           COMPUTE TOPE-EXENCION-SEPARA =
               VALOR-UMA-DIARIO * DIAS-EXENCION-SEPARA * ANIOS-EXENCION.
           IF MONTO-SEPARACION > TOPE-EXENCION-SEPARA
               MOVE TOPE-EXENCION-SEPARA TO PERCEPCIONES-EXENTAS
           ELSE
               MOVE MONTO-SEPARACION TO PERCEPCIONES-EXENTAS
           END-IF.
      *    El fondo de ahorro que el empleado tenga sin liquidar se
      *    le entrega completo y exento, sin interes.
           PERFORM 4360-FONDO-FINIQUITO THRU 4360-EXIT.
           ADD SALDO-FONDO-LIQ TO PERCEPCIONES-EXENTAS.
           COMPUTE PERCEPCIONES-ADICIONALES =
               MONTO-AGUINALDO + MONTO-SEPARACION + SALDO-FONDO-LIQ.
           COMPUTE SALARIO-BRUTO = PERCEPCIONES-ADICIONALES
               + PAGO-VACACIONES + PRIMA-VACACIONAL.
           IF SALARIO-BRUTO = ZERO
               SET FONDO-NO-MODIFICADO TO TRUE
               DISPLAY "El finiquito resulta en cero; no hay nada "
                   "que pagar. Puede darse por renunciado."
               GO TO 5710-EXIT
           END-IF.
           COMPUTE PERCEPCIONES-GRAVADAS =
               SALARIO-BRUTO - PERCEPCIONES-EXENTAS.
           MOVE ZERO TO HORAS-TRABAJADAS.
           MOVE ZERO TO HORAS-REGULARES.
           MOVE ZERO TO HORAS-EXTRA.
           MOVE ZERO TO HORAS-DOBLES.
           MOVE ZERO TO SALARIO-REGULAR.
           MOVE ZERO TO SALARIO-EXTRA.
           MOVE ZERO TO SALARIO-DOBLE.
           MOVE ZERO TO DESCUENTO-FALTAS.
           MOVE ZERO TO PAGO-INCAPACIDAD.
           MOVE ZERO TO TOTAL-PERCEP-APLICADAS.
      *    ISR con la tarifa del periodo sobre la parte gravable;
      *    IMSS y retiro solo sobre los conceptos de salario
      *    (aguinaldo y vacaciones), no sobre la separacion.
           PERFORM 8110-CALCULAR-ISR THRU 8110-EXIT.
           COMPUTE BASE-CUOTAS-FINIQ = MONTO-AGUINALDO
               + PAGO-VACACIONES + PRIMA-VACACIONAL.
           COMPUTE DEDUCCION-IMSS = BASE-CUOTAS-FINIQ * 0.03.
           COMPUTE DEDUCCION-RETIRO = BASE-CUOTAS-FINIQ * 0.02.
           COMPUTE DEDUCCIONES =
               DEDUCCION-ISR + DEDUCCION-IMSS + DEDUCCION-RETIRO.
           PERFORM 5720-LIQUIDAR-SALDOS THRU 5720-EXIT.
           PERFORM 4365-PRESTAMO-FONDO-FINIQUITO THRU 4365-EXIT.
           ADD DEDUCCION-ADICIONAL TO DEDUCCIONES.
           PERFORM 8200-CALCULAR-SALARIO-NETO THRU 8200-EXIT.
           PERFORM 5730-MOSTRAR-FINIQUITO THRU 5730-EXIT.
           DISPLAY "¿Confirma grabar y pagar este finiquito? (S/N):".
           ACCEPT RESPUESTA-CONFIRMA.
           IF NOT CONFIRMA-SI
               SET DEDUC-NO-MODIFICADAS TO TRUE
               SET FONDO-NO-MODIFICADO TO TRUE
               MOVE ZERO TO TOTAL-DEDUC-APLICADAS
               MOVE ZERO TO TOTAL-INCID-APLICADAS
               DISPLAY "Finiquito cancelado."
               GO TO 5710-EXIT
           END-IF.
           MOVE "F" TO TIPO-MOVIMIENTO.
           PERFORM 9100-GENERAR-ARCHIVO THRU 9100-EXIT.
           IF REGISTRO-GUARDADO
               PERFORM 5740-RECIBO-FINIQUITO THRU 5740-EXIT
               PERFORM 9205-GENERAR-RENGLON-CSV THRU 9205-EXIT
           END-IF.
           MOVE "O" TO TIPO-MOVIMIENTO.
       5710-EXIT.
           EXIT.

      *****************************************************************
      *    5715-CALCULAR-ANIOS-SERVICIO
      *    Dias de servicio de la contratacion a la baja con meses de
      *    30 dias (como el aguinaldo) y anios proporcionales. Para
      *    la exencion de ISR la fraccion de seis meses o mas cuenta
      *    como anio completo.
      *****************************************************************
       5715-CALCULAR-ANIOS-SERVICIO.
           MOVE BAJA-AAAAMMDD(1:4) TO ANIO-BAJA-NUM.
           MOVE BAJA-AAAAMMDD(5:2) TO MES-BAJA.
           MOVE BAJA-AAAAMMDD(7:2) TO DIA-BAJA.
           COMPUTE DIA-ANIO-BAJA = (MES-BAJA - 1) * 30 + DIA-BAJA.
           MOVE TE-FECHA-CONTRATACION(IDX-EMPLEADO-MANT)(7:4)
               TO ANIO-CONTRATA-NUM.
           MOVE TE-FECHA-CONTRATACION(IDX-EMPLEADO-MANT)(4:2)
               TO MES-CONTRATACION.
           MOVE TE-FECHA-CONTRATACION(IDX-EMPLEADO-MANT)(1:2)
               TO DIA-CONTRATACION.
           COMPUTE DIA-ANIO-CONTRATA =
               (MES-CONTRATACION - 1) * 30 + DIA-CONTRATACION.
           COMPUTE DIAS-SERVICIO =
               (ANIO-BAJA-NUM - ANIO-CONTRATA-NUM) * 365
               + DIA-ANIO-BAJA - DIA-ANIO-CONTRATA + 1.
           IF DIAS-SERVICIO < ZERO
               MOVE ZERO TO DIAS-SERVICIO
           END-IF.
           COMPUTE ANIOS-SERVICIO ROUNDED = DIAS-SERVICIO / 365.
           COMPUTE ANIOS-EXENCION ROUNDED = DIAS-SERVICIO / 365.
       5715-EXIT.
           EXIT.

      *****************************************************************
      *    5720-LIQUIDAR-SALDOS
      *    Descuenta del finiquito los saldos abiertos del empleado
      *    en deducciones.txt (prestamos y otros cargos con saldo),
      *    sin importar su vigencia, hasta donde alcance el neto.
      *    Cada abono queda en DP con DP-ABONO "S", asi que 9100
      *    regraba los saldos y deducaplic.txt, y un reverso del
      *    finiquito los restaura (5250). Lo que no alcance a
      *    cubrirse queda en SALDO-NO-CUBIERTO para el recibo.
      *****************************************************************
       5720-LIQUIDAR-SALDOS.
           MOVE ZERO TO DEDUCCION-ADICIONAL.
           MOVE ZERO TO TOTAL-DEDUC-APLICADAS.
           MOVE ZERO TO SALDO-NO-CUBIERTO.
           SET DEDUC-NO-MODIFICADAS TO TRUE.
           PERFORM 8160-CARGAR-DEDUCCIONES THRU 8160-EXIT.
           PERFORM 5725-LIQUIDAR-UN-SALDO THRU 5725-EXIT
               VARYING IDX-DEDUCCIONES FROM 1 BY 1
               UNTIL IDX-DEDUCCIONES > TOTAL-DEDUC-CARGADAS.
       5720-EXIT.
           EXIT.

      *****************************************************************
      *    5725-LIQUIDAR-UN-SALDO
      *****************************************************************
       5725-LIQUIDAR-UN-SALDO.
           IF TD-EMPLEADO-ID(IDX-DEDUCCIONES) NOT = EMPLEADO-ID
               OR TD-SALDO(IDX-DEDUCCIONES) = ZERO
               GO TO 5725-EXIT
           END-IF.
           MOVE TD-SALDO(IDX-DEDUCCIONES) TO MONTO-DEDUC-RECURRENTE.
           COMPUTE NETO-DISPONIBLE = SALARIO-BRUTO - DEDUCCIONES
               - DEDUCCION-ADICIONAL.
           IF MONTO-DEDUC-RECURRENTE > NETO-DISPONIBLE
               MOVE NETO-DISPONIBLE TO MONTO-DEDUC-RECURRENTE
           END-IF.
           IF TOTAL-DEDUC-APLICADAS NOT < 10
               MOVE ZERO TO MONTO-DEDUC-RECURRENTE
           END-IF.
           IF MONTO-DEDUC-RECURRENTE > ZERO
               ADD MONTO-DEDUC-RECURRENTE TO DEDUCCION-ADICIONAL
               ADD 1 TO TOTAL-DEDUC-APLICADAS
               MOVE TD-TIPO(IDX-DEDUCCIONES)
                   TO DP-TIPO(TOTAL-DEDUC-APLICADAS)
               MOVE MONTO-DEDUC-RECURRENTE
                   TO DP-MONTO(TOTAL-DEDUC-APLICADAS)
               MOVE "S" TO DP-ABONO(TOTAL-DEDUC-APLICADAS)
               SUBTRACT MONTO-DEDUC-RECURRENTE
                   FROM TD-SALDO(IDX-DEDUCCIONES)
               SET DEDUC-MODIFICADAS TO TRUE
           END-IF.
           ADD TD-SALDO(IDX-DEDUCCIONES) TO SALDO-NO-CUBIERTO.
       5725-EXIT.
           EXIT.

      *****************************************************************
      *    5730-MOSTRAR-FINIQUITO
      *    Desglose del finiquito en pantalla antes de confirmarlo.
      *****************************************************************
       5730-MOSTRAR-FINIQUITO.
           MOVE ANIOS-SERVICIO TO ED-ANIOS-SERVICIO.
           DISPLAY "----------------------------------------".
           DISPLAY "|        FINIQUITO POR BAJA            |".
           DISPLAY "----------------------------------------".
           DISPLAY "|Nombre del empleado:|", NOMBRE-EMPLEADO(1:25).
           DISPLAY "|Fecha de baja:      |", FECHA-BAJA-FINIQ.
           DISPLAY "|Motivo de la baja:  |", MOTIVO-BAJA.
           DISPLAY "|Anios de servicio:  |", ED-ANIOS-SERVICIO.
           DISPLAY "|Salario diario:     |", SALARIO-DIARIO-FINIQ.
           DISPLAY "|Aguinaldo proporc.: |", MONTO-AGUINALDO.
           DISPLAY "|Dias de vacaciones: |", DIAS-VAC-FINIQ.
           DISPLAY "|Pago vacaciones:    |", PAGO-VACACIONES.
           DISPLAY "|Prima vacacional:   |", PRIMA-VACACIONAL.
           DISPLAY "|Prima antiguedad:   |", MONTO-PRIMA-ANTIGUEDAD.
           DISPLAY "|Indemnizacion:      |", MONTO-INDEMNIZACION.
           IF SALDO-FONDO-LIQ > ZERO
               DISPLAY "|Fondo de ahorro:    |", SALDO-FONDO-LIQ
           END-IF.
           DISPLAY "|Total percepciones: |", SALARIO-BRUTO.
           DISPLAY "|Exento de ISR:      |", PERCEPCIONES-EXENTAS.
           DISPLAY "|Deduccion ISR:      |", DEDUCCION-ISR.
           DISPLAY "|Deduccion IMSS:     |", DEDUCCION-IMSS.
           DISPLAY "|Deduccion retiro:   |", DEDUCCION-RETIRO.
           DISPLAY "|Saldos liquidados:  |", DEDUCCION-ADICIONAL.
           DISPLAY "|Deducciones:        |", DEDUCCIONES.
           DISPLAY "|Neto del finiquito: |", SALARIO-NETO.
           IF SALDO-NO-CUBIERTO > ZERO
               DISPLAY "|Saldo no cubierto:  |", SALDO-NO-CUBIERTO
           END-IF.
           DISPLAY "----------------------------------------".
       5730-EXIT.
           EXIT.

      *****************************************************************
      *    5740-RECIBO-FINIQUITO
      *    Recibo de finiquito en recibo.txt, en lugar del recibo de
      *    pago ordinario: conceptos de la liquidacion, parte exenta,
      *    deducciones con los saldos liquidados, neto, lo que quede
      *    a deber el empleado y la firma de conformidad.
      *****************************************************************
       5740-RECIBO-FINIQUITO.
           MOVE SALARIO-BRUTO    TO ED-SALARIO-BRUTO.
           MOVE DEDUCCIONES      TO ED-DEDUCCIONES.
           MOVE SALARIO-NETO     TO ED-SALARIO-NETO.
           MOVE ANIOS-SERVICIO   TO ED-ANIOS-SERVICIO.
           OPEN EXTEND ARCHIVO-RECIBO.
           IF FS-RECIBO NOT = "00"
               OPEN OUTPUT ARCHIVO-RECIBO
           END-IF.
           MOVE "========================================" TO
               REGISTRO-RECIBO-TEXTO.
           WRITE REGISTRO-RECIBO.
           MOVE SPACES TO REGISTRO-RECIBO-TEXTO.
           MOVE "RECIBO DE FINIQUITO - PERIODO "
               TO REGISTRO-RECIBO-TEXTO(1:30).
           MOVE FECHA-PERIODO TO REGISTRO-RECIBO-TEXTO(31:10).
           WRITE REGISTRO-RECIBO.
           MOVE "ID Empleado:          " TO RR-ETIQUETA.
           MOVE EMPLEADO-ID              TO RR-VALOR.
           WRITE REGISTRO-RECIBO.
           MOVE "Nombre:               " TO RR-ETIQUETA.
           MOVE NOMBRE-EMPLEADO          TO RR-VALOR.
           WRITE REGISTRO-RECIBO.
           MOVE "Fecha de contratacion:" TO RR-ETIQUETA.
           MOVE TE-FECHA-CONTRATACION(IDX-EMPLEADO-MANT) TO RR-VALOR.
           WRITE REGISTRO-RECIBO.
           MOVE "Fecha de baja:        " TO RR-ETIQUETA.
           MOVE FECHA-BAJA-FINIQ         TO RR-VALOR.
           WRITE REGISTRO-RECIBO.
           MOVE "Motivo de la baja:    " TO RR-ETIQUETA.
           EVALUATE TRUE
               WHEN BAJA-RENUNCIA
                   MOVE "RENUNCIA VOLUNTARIA" TO RR-VALOR
               WHEN BAJA-DESPIDO-JUSTIFICADO
                   MOVE "DESPIDO JUSTIFICADO" TO RR-VALOR
               WHEN OTHER
                   MOVE "DESPIDO INJUSTIFICADO" TO RR-VALOR
           END-EVALUATE.
           WRITE REGISTRO-RECIBO.
           MOVE "Anios de servicio:    " TO RR-ETIQUETA.
           MOVE ED-ANIOS-SERVICIO        TO RR-VALOR.
           WRITE REGISTRO-RECIBO.
           MOVE "Percepciones          " TO RR-ETIQUETA.
           MOVE ":" TO RR-VALOR.
           WRITE REGISTRO-RECIBO.
           IF MONTO-AGUINALDO > ZERO
               MOVE SPACES TO RR-ETIQUETA
               MOVE "Aguinaldo proporc." TO RR-ETIQUETA(3:18)
               MOVE MONTO-AGUINALDO TO ED-MONTO-DEDUCCION
               MOVE ED-MONTO-DEDUCCION TO RR-VALOR
               WRITE REGISTRO-RECIBO
           END-IF.
           IF PAGO-VACACIONES > ZERO
               MOVE SPACES TO RR-ETIQUETA
               MOVE "Vacaciones" TO RR-ETIQUETA(3:10)
               MOVE DIAS-VAC-FINIQ TO ED-DIAS-INCIDENCIA
               MOVE ED-DIAS-INCIDENCIA TO RR-ETIQUETA(18:4)
               MOVE "d" TO RR-ETIQUETA(23:1)
               MOVE PAGO-VACACIONES TO ED-MONTO-DEDUCCION
               MOVE ED-MONTO-DEDUCCION TO RR-VALOR
               WRITE REGISTRO-RECIBO
               MOVE SPACES TO RR-ETIQUETA
               MOVE "Prima vacacional 25%" TO RR-ETIQUETA(3:20)
               MOVE PRIMA-VACACIONAL TO ED-MONTO-DEDUCCION
               MOVE ED-MONTO-DEDUCCION TO RR-VALOR
               WRITE REGISTRO-RECIBO
           END-IF.
           IF MONTO-PRIMA-ANTIGUEDAD > ZERO
               MOVE SPACES TO RR-ETIQUETA
               MOVE "Prima de antiguedad" TO RR-ETIQUETA(3:19)
               MOVE MONTO-PRIMA-ANTIGUEDAD TO ED-MONTO-DEDUCCION
               MOVE ED-MONTO-DEDUCCION TO RR-VALOR
               WRITE REGISTRO-RECIBO
           END-IF.
           IF MONTO-INDEMNIZACION > ZERO
               MOVE SPACES TO RR-ETIQUETA
               MOVE "Indemnizacion" TO RR-ETIQUETA(3:13)
               MOVE MONTO-INDEMNIZACION TO ED-MONTO-DEDUCCION
               MOVE ED-MONTO-DEDUCCION TO RR-VALOR
               WRITE REGISTRO-RECIBO
           END-IF.
           IF SALDO-FONDO-LIQ > ZERO
               MOVE SPACES TO RR-ETIQUETA
               MOVE "Fondo de ahorro" TO RR-ETIQUETA(3:15)
               MOVE SALDO-FONDO-LIQ TO ED-MONTO-DEDUCCION
               MOVE ED-MONTO-DEDUCCION TO RR-VALOR
               WRITE REGISTRO-RECIBO
           END-IF.
           MOVE "Total percepciones:   " TO RR-ETIQUETA.
           MOVE ED-SALARIO-BRUTO         TO RR-VALOR.
           WRITE REGISTRO-RECIBO.
           IF PERCEPCIONES-EXENTAS > ZERO
               MOVE SPACES TO RR-ETIQUETA
               MOVE "Exento de ISR" TO RR-ETIQUETA(3:13)
               MOVE PERCEPCIONES-EXENTAS TO ED-MONTO-DEDUCCION
               MOVE ED-MONTO-DEDUCCION TO RR-VALOR
               WRITE REGISTRO-RECIBO
           END-IF.
           MOVE "Deducciones:          " TO RR-ETIQUETA.
           MOVE ED-DEDUCCIONES           TO RR-VALOR.
           WRITE REGISTRO-RECIBO.
           MOVE SPACES TO RR-ETIQUETA.
           MOVE "ISR" TO RR-ETIQUETA(3:3).
           MOVE DEDUCCION-ISR TO ED-MONTO-DEDUCCION.
           MOVE ED-MONTO-DEDUCCION TO RR-VALOR.
           WRITE REGISTRO-RECIBO.
           MOVE SPACES TO RR-ETIQUETA.
           MOVE "IMSS" TO RR-ETIQUETA(3:4).
           MOVE DEDUCCION-IMSS TO ED-MONTO-DEDUCCION.
           MOVE ED-MONTO-DEDUCCION TO RR-VALOR.
           WRITE REGISTRO-RECIBO.
           MOVE SPACES TO RR-ETIQUETA.
           MOVE "Retiro" TO RR-ETIQUETA(3:6).
           MOVE DEDUCCION-RETIRO TO ED-MONTO-DEDUCCION.
           MOVE ED-MONTO-DEDUCCION TO RR-VALOR.
           WRITE REGISTRO-RECIBO.
           IF TOTAL-DEDUC-APLICADAS > 0
               PERFORM 9210-ESCRIBIR-DEDUC-RECIBO THRU 9210-EXIT
                   VARYING IDX-DEDUC-APLICADAS FROM 1 BY 1
                   UNTIL IDX-DEDUC-APLICADAS > TOTAL-DEDUC-APLICADAS
           END-IF.
           MOVE "Neto del finiquito:   " TO RR-ETIQUETA.
           MOVE ED-SALARIO-NETO          TO RR-VALOR.
           WRITE REGISTRO-RECIBO.
           IF SALDO-NO-CUBIERTO > ZERO
               MOVE "Saldo que queda a deber:" TO RR-ETIQUETA
               MOVE SALDO-NO-CUBIERTO TO ED-MONTO-DEDUCCION
               MOVE ED-MONTO-DEDUCCION TO RR-VALOR
               WRITE REGISTRO-RECIBO
           END-IF.
           MOVE SPACES TO REGISTRO-RECIBO-TEXTO.
           WRITE REGISTRO-RECIBO.
           MOVE "Recibi de conformidad:" TO RR-ETIQUETA.
           MOVE "______________________________" TO RR-VALOR.
           WRITE REGISTRO-RECIBO.
           MOVE "========================================" TO
               REGISTRO-RECIBO-TEXTO.
           WRITE REGISTRO-RECIBO.
           CLOSE ARCHIVO-RECIBO.
           DISPLAY "Recibo de finiquito y renglón de CSV generados.".
       5740-EXIT.
           EXIT.

      *****************************************************************
      *    5750-REGRESAR-BAJA-PENDIENTE
      *    Al revertir un finiquito (5200) el empleado regresa de
      *    baja definitiva (B) a baja pendiente de finiquito (P),
      *    regrabando por llave su registro del maestro.
      *****************************************************************
       5750-REGRESAR-BAJA-PENDIENTE.
           OPEN I-O EMPLEADO-MAESTRO.
           IF FS-EMPLEADO-MAESTRO NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo abrir empleados.dat (estado "
                   FS-EMPLEADO-MAESTRO "); regrese al empleado a "
                   "estatus P desde el mantenimiento del maestro."
               GO TO 5750-EXIT
           END-IF.
           MOVE EMPLEADO-ID TO EM-EMPLEADO-ID.
           READ EMPLEADO-MAESTRO.
           IF FS-EMPLEADO-MAESTRO = "00"
               AND EM-BAJA
               SET EM-BAJA-PENDIENTE TO TRUE
               REWRITE REGISTRO-EMPLEADO
               IF FS-EMPLEADO-MAESTRO = "00"
                   DISPLAY "El empleado regresa a baja pendiente de "
                       "finiquito (estatus P)."
                   MOVE "BAJA REABIERTA" TO AUDIT-EVENTO
                   MOVE SPACES TO AUDIT-DETALLE
                   MOVE EMPLEADO-ID TO AUDIT-DETALLE(1:6)
                   MOVE FECHA-PERIODO TO AUDIT-DETALLE(8:10)
                   MOVE "finiquito revertido" TO AUDIT-DETALLE(19:19)
                   PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT
                   PERFORM 5930-CANCELAR-BAJA-IDSE THRU 5930-EXIT
               ELSE
                   DISPLAY "==========ERROR=========="
                   DISPLAY "No se pudo regrabar el empleado (estado "
                       FS-EMPLEADO-MAESTRO ")."
               END-IF
           END-IF.
           CLOSE EMPLEADO-MAESTRO.
       5750-EXIT.
           EXIT.

      *****************************************************************
      *    5800-CORRIDA-RETROACTIVO  (Opcion 22 del menu)
      *    Paga a un empleado la diferencia de un aumento autorizado
      *    con vigencia pasada. Recorre sus movimientos O/C vigentes
      *    de la fecha de vigencia en adelante (tambien los de
      *    periodos cerrados, que no se tocan), compara lo que pago
      *    RN-SALARIO-POR-HORA (o la tarifa ya cubierta por un
      *    retroactivo anterior) contra la tarifa que rige en cada
      *    periodo segun el historial de salarios, y paga la suma de
      *    las diferencias con su ISR como un solo movimiento A en el
      *    periodo de la sesion, que debe estar abierto. Cada
      *    movimiento cubierto queda en retroact.txt. El personal de
      *    sueldo fijo no tiene historial de tarifas: su diferencia
      *    se paga como percepcion del periodo.
      *****************************************************************
       5800-CORRIDA-RETROACTIVO.
           MOVE FECHA-PERIODO TO FECHA-PERIODO-SESION.
           PERFORM 9520-VERIFICAR-PERIODO-CERRADO THRU 9520-EXIT.
           IF PERIODO-CERRADO
               DISPLAY "==========ERROR=========="
               DISPLAY "El periodo " FECHA-PERIODO " ya esta cerrado;"
                   " el retroactivo se paga en un periodo abierto."
               GO TO 5800-FIN
           END-IF.
           DISPLAY "Ingrese el ID del empleado:".
           ACCEPT EMPLEADO-ID.
           PERFORM 7320-BUSCAR-EMPLEADO-POR-ID THRU 7320-EXIT.
           IF EMPLEADO-NO-ENCONTRADO
               DISPLAY "No existe el empleado " EMPLEADO-ID
                   " en el maestro."
               GO TO 5800-FIN
           END-IF.
           IF EMPLEADO-DADO-DE-BAJA
               DISPLAY "==========ERROR=========="
               DISPLAY "El empleado " EMPLEADO-ID " esta dado de "
                   "baja; la diferencia se incluye en su finiquito."
               GO TO 5800-FIN
           END-IF.
           IF PAGO-SUELDO-FIJO
               DISPLAY "==========ERROR=========="
               DISPLAY "El empleado " EMPLEADO-ID " es de sueldo "
                   "fijo; la diferencia se paga como percepcion "
                   "del periodo (percepciones.txt)."
               GO TO 5800-FIN
           END-IF.
           DISPLAY "Ingrese la fecha de vigencia del aumento "
               "(DD/MM/AAAA):".
           ACCEPT FECHA-VIGENCIA-SAL.
           IF FECHA-VIGENCIA-SAL(1:2) NOT NUMERIC
               OR FECHA-VIGENCIA-SAL(4:2) NOT NUMERIC
               OR FECHA-VIGENCIA-SAL(7:4) NOT NUMERIC
               DISPLAY "==========ERROR=========="
               DISPLAY "Fecha de vigencia invalida: "
                   FECHA-VIGENCIA-SAL
               GO TO 5800-FIN
           END-IF.
           MOVE FECHA-VIGENCIA-SAL(7:4) TO VIGENCIA-RETRO-ANSI(1:4).
           MOVE FECHA-VIGENCIA-SAL(4:2) TO VIGENCIA-RETRO-ANSI(5:2).
           MOVE FECHA-VIGENCIA-SAL(1:2) TO VIGENCIA-RETRO-ANSI(7:2).
           MOVE EMPLEADO-ID TO REV-EMPLEADO-ID.
           MOVE SPACES      TO REV-FECHA-PERIODO.
           PERFORM 9180-CARGAR-REVERTIDOS THRU 9180-EXIT.
           IF REVERTIDOS-EXCEDIDOS
               GO TO 5800-FIN
           END-IF.
           PERFORM 5805-CARGAR-RETRO-PAGADOS THRU 5805-EXIT.
           IF RETRO-EXCEDIDOS
               DISPLAY "==========ERROR=========="
               DISPLAY "El empleado tiene mas retroactivos pagados "
                   "de los que caben en la tabla; no se puede "
                   "calcular la diferencia."
               GO TO 5800-FIN
           END-IF.
           PERFORM 5820-CALCULAR-DIFERENCIAS THRU 5820-EXIT.
           IF TOTAL-RETRO-MOVS = ZERO
               DISPLAY "No hay diferencias por pagar al empleado "
                   EMPLEADO-ID " desde el " FECHA-VIGENCIA-SAL "."
               GO TO 5800-FIN
           END-IF.
           PERFORM 5830-MOSTRAR-RETRO THRU 5830-EXIT.
           IF RETRO-EXCEDIDOS
               DISPLAY "AVISO: solo se pagan los primeros "
                   TOTAL-RETRO-MOVS " movimientos; repita la corrida "
                   "para el resto."
           END-IF.
           DISPLAY "¿Confirma pagar el retroactivo en el periodo "
               FECHA-PERIODO "? (S/N):".
           ACCEPT RESPUESTA-CONFIRMA.
           IF NOT CONFIRMA-SI
               DISPLAY "Retroactivo cancelado."
               GO TO 5800-FIN
           END-IF.
           PERFORM 5840-PAGAR-RETRO THRU 5840-EXIT.
       5800-FIN.
           MOVE "O" TO TIPO-MOVIMIENTO.
           MOVE FECHA-PERIODO-SESION TO FECHA-PERIODO.
       5800-EXIT.
           EXIT.

      *****************************************************************
      *    5805-CARGAR-RETRO-PAGADOS
      *    Carga de retroact.txt los movimientos del empleado ya
      *    cubiertos por retroactivos anteriores, con la tarifa a la
      *    que quedaron pagados. Se omiten las lineas cuyo movimiento
      *    A fue revertido (TABLA-REVERTIDOS del empleado, ya
      *    cargada por 5800).
      *****************************************************************
       5805-CARGAR-RETRO-PAGADOS.
           MOVE ZERO TO TOTAL-RETRO-PAGADOS.
           SET RETRO-NO-EXCEDIDOS TO TRUE.
           OPEN INPUT ARCHIVO-RETROACTIVOS.
           IF FS-RETROACTIVOS NOT = "00"
               GO TO 5805-EXIT
           END-IF.
           PERFORM 5806-LEER-RETRO-PAGADO THRU 5806-EXIT
               UNTIL FS-RETROACTIVOS = "10".
           CLOSE ARCHIVO-RETROACTIVOS.
       5805-EXIT.
           EXIT.

      *****************************************************************
      *    5806-LEER-RETRO-PAGADO
      *****************************************************************
       5806-LEER-RETRO-PAGADO.
           READ ARCHIVO-RETROACTIVOS
               AT END
                   CONTINUE
               NOT AT END
                   IF RA-EMPLEADO-ID = EMPLEADO-ID
                       PERFORM 5807-EVALUAR-RETRO-PAGADO
                           THRU 5807-EXIT
                   END-IF
           END-READ.
       5806-EXIT.
           EXIT.

      *****************************************************************
      *    5807-EVALUAR-RETRO-PAGADO
      *****************************************************************
       5807-EVALUAR-RETRO-PAGADO.
           MOVE RA-EMPLEADO-ID TO REV-BUSCAR-EMPLEADO.
           MOVE RA-FECHA-PAGO  TO REV-BUSCAR-PERIODO.
           MOVE RA-CONSEC-PAGO TO REV-BUSCAR-CONSEC.
           PERFORM 9190-VERIFICAR-REVERTIDO THRU 9190-EXIT.
           IF MOV-REVERTIDO
               GO TO 5807-EXIT
           END-IF.
           IF TOTAL-RETRO-PAGADOS NOT < 500
               SET RETRO-EXCEDIDOS TO TRUE
               GO TO 5807-EXIT
           END-IF.
           ADD 1 TO TOTAL-RETRO-PAGADOS.
           MOVE RA-FECHA-PERIODO
               TO TRP-FECHA-PERIODO(TOTAL-RETRO-PAGADOS).
           MOVE RA-CONSECUTIVO
               TO TRP-CONSECUTIVO(TOTAL-RETRO-PAGADOS).
           MOVE RA-TARIFA-NUEVA
               TO TRP-TARIFA-NUEVA(TOTAL-RETRO-PAGADOS).
       5807-EXIT.
           EXIT.

      *****************************************************************
      *    5810-CAMBIAR-SALARIO
      *    Cambio de salario por hora desde el mantenimiento del
      *    maestro: en lugar de sobrescribir la tarifa, agrega una
      *    linea a salhist.txt con la fecha desde la que rige. La
      *    primera vez que cambia el salario de un empleado se graba
      *    antes su tarifa actual con vigencia a la fecha de
      *    contratacion, para que los periodos anteriores conserven
      *    la tarifa con la que se pagaron. El maestro se queda con
      *    la nueva tarifa si ya esta vigente hoy; con vigencia
      *    futura conserva la anterior, y quien calcula con la tarifa
      *    (captura, correccion, retroactivo, finiquito, aguinaldo y
      *    reingreso) la resuelve en salhist.txt a su fecha con 7330.
      *    Al personal de sueldo fijo se le cambia el sueldo mensual
      *    con 5815.
      *****************************************************************
       5810-CAMBIAR-SALARIO.
           IF TE-TIPO-PAGO(IDX-EMPLEADO-MANT) = "S"
               DISPLAY "El empleado es de sueldo fijo; cambie su "
                   "sueldo mensual con la opcion 11."
               GO TO 5810-EXIT
           END-IF.
           DISPLAY "Ingrese el nuevo salario por hora:".
           ACCEPT NUEVO-SALARIO-HORA.
           IF NUEVO-SALARIO-HORA = ZERO
               DISPLAY "==========ERROR=========="
               DISPLAY "El salario por hora debe ser mayor que 0."
               GO TO 5810-EXIT
           END-IF.
           DISPLAY "Ingrese la fecha de vigencia (DD/MM/AAAA):".
           ACCEPT FECHA-VIGENCIA-SAL.
           IF FECHA-VIGENCIA-SAL(1:2) NOT NUMERIC
               OR FECHA-VIGENCIA-SAL(4:2) NOT NUMERIC
               OR FECHA-VIGENCIA-SAL(7:4) NOT NUMERIC
               DISPLAY "==========ERROR=========="
               DISPLAY "Fecha de vigencia invalida; el salario no "
                   "se cambio."
               GO TO 5810-EXIT
           END-IF.
           MOVE FECHA-VIGENCIA-SAL(7:4) TO VIGENCIA-RETRO-ANSI(1:4).
           MOVE FECHA-VIGENCIA-SAL(4:2) TO VIGENCIA-RETRO-ANSI(5:2).
           MOVE FECHA-VIGENCIA-SAL(1:2) TO VIGENCIA-RETRO-ANSI(7:2).
           MOVE TE-EMPLEADO-ID(IDX-EMPLEADO-MANT) TO EMPLEADO-ID.
           PERFORM 7330-TARIFA-VIGENTE THRU 7330-EXIT.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE SPACES TO FECHA-HOY.
           MOVE FECHA-SISTEMA(7:2) TO FECHA-HOY(1:2).
           MOVE "/"                TO FECHA-HOY(3:1).
           MOVE FECHA-SISTEMA(5:2) TO FECHA-HOY(4:2).
           MOVE "/"                TO FECHA-HOY(6:1).
           MOVE FECHA-SISTEMA(1:4) TO FECHA-HOY(7:4).
           OPEN EXTEND ARCHIVO-SALARIOS.
           IF FS-SALARIOS NOT = "00"
               OPEN OUTPUT ARCHIVO-SALARIOS
           END-IF.
           IF FS-SALARIOS NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo grabar salhist.txt (estado "
                   FS-SALARIOS "); el salario no se cambio."
               GO TO 5810-EXIT
           END-IF.
           IF LINEAS-SALARIO-EMP = ZERO
               MOVE EMPLEADO-ID TO SH-EMPLEADO-ID
               MOVE TE-FECHA-CONTRATACION(IDX-EMPLEADO-MANT)
                   TO SH-FECHA-VIGENCIA
               IF SH-FECHA-VIGENCIA(1:2) NOT NUMERIC
                   OR SH-FECHA-VIGENCIA(4:2) NOT NUMERIC
                   OR SH-FECHA-VIGENCIA(7:4) NOT NUMERIC
                   MOVE "01/01/1900" TO SH-FECHA-VIGENCIA
               END-IF
               MOVE TE-SALARIO-POR-HORA(IDX-EMPLEADO-MANT)
                   TO SH-SALARIO-POR-HORA
               MOVE FECHA-HOY   TO SH-FECHA-CAPTURA
               MOVE OPERADOR-ID TO SH-OPERADOR
               WRITE REGISTRO-SALARIO
           END-IF.
           MOVE EMPLEADO-ID        TO SH-EMPLEADO-ID.
           MOVE FECHA-VIGENCIA-SAL TO SH-FECHA-VIGENCIA.
           MOVE NUEVO-SALARIO-HORA TO SH-SALARIO-POR-HORA.
           MOVE FECHA-HOY          TO SH-FECHA-CAPTURA.
           MOVE OPERADOR-ID        TO SH-OPERADOR.
           WRITE REGISTRO-SALARIO.
           CLOSE ARCHIVO-SALARIOS.
           IF VIGENCIA-RETRO-ANSI > FECHA-SISTEMA
               DISPLAY "El nuevo salario rige a partir del "
                   FECHA-VIGENCIA-SAL "; el maestro conserva la "
                   "tarifa actual."
           ELSE
               MOVE NUEVO-SALARIO-HORA
                   TO TE-SALARIO-POR-HORA(IDX-EMPLEADO-MANT)
           END-IF.
           MOVE NUEVO-SALARIO-HORA TO ED-SALARIO-POR-HORA.
           MOVE "CAMBIO DE SALARIO" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE EMPLEADO-ID        TO AUDIT-DETALLE(1:6).
           MOVE FECHA-VIGENCIA-SAL TO AUDIT-DETALLE(8:10).
           MOVE ED-SALARIO-POR-HORA TO AUDIT-DETALLE(19:10).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
           IF TE-ESTATUS(IDX-EMPLEADO-MANT) = "A"
               MOVE ZERO TO NUEVO-SUELDO-MENSUAL
               PERFORM 5915-SBC-CAMBIO-SALARIO THRU 5915-EXIT
           END-IF.
           MOVE FECHA-PERIODO(7:4) TO PERIODO-RETRO-ANSI(1:4).
           MOVE FECHA-PERIODO(4:2) TO PERIODO-RETRO-ANSI(5:2).
           MOVE FECHA-PERIODO(1:2) TO PERIODO-RETRO-ANSI(7:2).
           IF VIGENCIA-RETRO-ANSI < PERIODO-RETRO-ANSI
               DISPLAY "La vigencia es anterior al periodo "
                   FECHA-PERIODO "; pague la diferencia de los "
                   "periodos ya pagados con la corrida de "
                   "retroactivos (opcion 22)."
           END-IF.
       5810-EXIT.
           EXIT.

      *****************************************************************
      *    5815-CAMBIAR-TIPO-PAGO
      *    Pasa al empleado a sueldo fijo (o le cambia el sueldo
      *    mensual) o lo regresa a pago por hora. El sueldo fijo no
      *    lleva historial ni retroactivos: el cambio rige desde el
      *    periodo en que se paga y el maestro guarda la tarifa por
      *    hora equivalente (sueldo / 240), con la que se recalcula
      *    el SBC a hoy. Al regresar a pago por hora se conserva esa
      *    tarifa equivalente hasta que se capture la nueva con la
      *    opcion 4, que la deja en el historial de salarios.
      *****************************************************************
       5815-CAMBIAR-TIPO-PAGO.
           PERFORM 7110-VALIDAR-TIPO-PAGO THRU 7110-EXIT.
           MOVE TE-EMPLEADO-ID(IDX-EMPLEADO-MANT) TO EMPLEADO-ID.
           MOVE "CAMBIO TIPO DE PAGO" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE EMPLEADO-ID TO AUDIT-DETALLE(1:6).
           MOVE TIPO-PAGO-EMPLEADO TO AUDIT-DETALLE(8:1).
           IF PAGO-POR-HORA
               IF TE-TIPO-PAGO(IDX-EMPLEADO-MANT) NOT = "S"
                   DISPLAY "El empleado ya es de pago por hora; "
                       "cambie su tarifa con la opcion 4."
                   GO TO 5815-EXIT
               END-IF
               MOVE "H"  TO TE-TIPO-PAGO(IDX-EMPLEADO-MANT)
               MOVE ZERO TO TE-SUELDO-MENSUAL(IDX-EMPLEADO-MANT)
               MOVE TE-SALARIO-POR-HORA(IDX-EMPLEADO-MANT)
                   TO ED-SALARIO-POR-HORA
               DISPLAY "El empleado pasa a pago por hora con la "
                   "tarifa equivalente " ED-SALARIO-POR-HORA
                   "; capture su tarifa con la opcion 4."
               MOVE ED-SALARIO-POR-HORA TO AUDIT-DETALLE(10:10)
               PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT
               GO TO 5815-EXIT
           END-IF.
           PERFORM 7120-VALIDAR-SUELDO-MENSUAL THRU 7120-EXIT.
           MOVE "S" TO TE-TIPO-PAGO(IDX-EMPLEADO-MANT).
           MOVE SUELDO-MENSUAL TO TE-SUELDO-MENSUAL(IDX-EMPLEADO-MANT).
           MOVE SALARIO-POR-HORA
               TO TE-SALARIO-POR-HORA(IDX-EMPLEADO-MANT).
           MOVE SUELDO-MENSUAL TO ED-SUELDO-MENSUAL.
           MOVE SALARIO-POR-HORA TO ED-SALARIO-POR-HORA.
           DISPLAY "Sueldo mensual " ED-SUELDO-MENSUAL
               " (tarifa por hora equivalente " ED-SALARIO-POR-HORA
               ").".
           MOVE ED-SUELDO-MENSUAL TO AUDIT-DETALLE(10:11).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
           IF TE-ESTATUS(IDX-EMPLEADO-MANT) = "A"
               ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE SPACES TO FECHA-VIGENCIA-SAL
               MOVE FECHA-SISTEMA(7:2) TO FECHA-VIGENCIA-SAL(1:2)
               MOVE "/"                TO FECHA-VIGENCIA-SAL(3:1)
               MOVE FECHA-SISTEMA(5:2) TO FECHA-VIGENCIA-SAL(4:2)
               MOVE "/"                TO FECHA-VIGENCIA-SAL(6:1)
               MOVE FECHA-SISTEMA(1:4) TO FECHA-VIGENCIA-SAL(7:4)
               MOVE SALARIO-POR-HORA TO NUEVO-SALARIO-HORA
               MOVE SUELDO-MENSUAL   TO NUEVO-SUELDO-MENSUAL
               PERFORM 5915-SBC-CAMBIO-SALARIO THRU 5915-EXIT
           END-IF.
       5815-EXIT.
           EXIT.

      *****************************************************************
      *    5820-CALCULAR-DIFERENCIAS
      *    Recorre por llave los movimientos del empleado y deja en
      *    TABLA-RETRO los que tienen diferencia a favor; los pagos
      *    revertidos no quedaron vigentes y se omiten (5822).
      *****************************************************************
       5820-CALCULAR-DIFERENCIAS.
           MOVE ZERO TO TOTAL-RETRO-MOVS.
           MOVE ZERO TO TOTAL-RETRO-REGULAR.
           MOVE ZERO TO TOTAL-RETRO-EXTRA.
           MOVE ZERO TO TOTAL-RETRO-DOBLE.
           MOVE ZERO TO TOTAL-RETRO-INCID.
           MOVE ZERO TO TOTAL-RETRO-PAGAR.
           SET RETRO-NO-EXCEDIDOS TO TRUE.
           SET LLAVE-NO-AGOTADA TO TRUE.
           MOVE EMPLEADO-ID TO RN-EMPLEADO-ID.
           MOVE LOW-VALUES  TO RN-FECHA-PERIODO.
           MOVE ZERO        TO RN-CONSECUTIVO.
           START ARCHIVO-NOMINA KEY IS >= RN-LLAVE.
           IF FS-ARCHIVO-NOMINA NOT = "00"
               GO TO 5820-EXIT
           END-IF.
           PERFORM 5821-LEER-NOMINA-RETRO THRU 5821-EXIT
               UNTIL LLAVE-AGOTADA.
       5820-EXIT.
           EXIT.

      *****************************************************************
      *    5821-LEER-NOMINA-RETRO
      *****************************************************************
       5821-LEER-NOMINA-RETRO.
           READ ARCHIVO-NOMINA NEXT
               AT END
                   SET LLAVE-AGOTADA TO TRUE
               NOT AT END
                   IF RN-EMPLEADO-ID NOT = EMPLEADO-ID
                       SET LLAVE-AGOTADA TO TRUE
                   ELSE
                       PERFORM 5822-EVALUAR-MOV-RETRO THRU 5822-EXIT
                   END-IF
           END-READ.
       5821-EXIT.
           EXIT.

      *****************************************************************
      *    5822-EVALUAR-MOV-RETRO
      *    Solo los pagos ordinarios (O/C) se recalculan; el
      *    finiquito y los retroactivos no se pagan por horas. La
      *    diferencia de las horas sigue las mismas tasas de 8000 y
      *    la de las incidencias es proporcional al cambio de tarifa
      *    (las faltas restan), porque se pagaron por dias a la
      *    tarifa del movimiento. Un pago revertido (TABLA-REVERTIDOS
      *    del empleado, ya cargada por 5800) no quedo vigente y no
      *    genera retroactivo.
      *****************************************************************
       5822-EVALUAR-MOV-RETRO.
           IF NOT RN-MOV-ORIGINAL
               AND NOT RN-MOV-CORRECCION
               GO TO 5822-EXIT
           END-IF.
           MOVE RN-EMPLEADO-ID   TO REV-BUSCAR-EMPLEADO.
           MOVE RN-FECHA-PERIODO TO REV-BUSCAR-PERIODO.
           MOVE RN-CONSECUTIVO   TO REV-BUSCAR-CONSEC.
           PERFORM 9190-VERIFICAR-REVERTIDO THRU 9190-EXIT.
           IF MOV-REVERTIDO
               GO TO 5822-EXIT
           END-IF.
           MOVE RN-FECHA-PERIODO(7:4) TO PERIODO-RETRO-ANSI(1:4).
           MOVE RN-FECHA-PERIODO(4:2) TO PERIODO-RETRO-ANSI(5:2).
           MOVE RN-FECHA-PERIODO(1:2) TO PERIODO-RETRO-ANSI(7:2).
           IF PERIODO-RETRO-ANSI < VIGENCIA-RETRO-ANSI
               OR RN-SALARIO-POR-HORA = ZERO
               GO TO 5822-EXIT
           END-IF.
           MOVE RN-SALARIO-POR-HORA TO TARIFA-PAGADA-RETRO.
           MOVE ZERO TO IDX-RETRO-PAG-ENC.
           PERFORM 5824-BUSCAR-RETRO-PAGADO THRU 5824-EXIT
               VARYING IDX-RETRO-PAG FROM 1 BY 1
               UNTIL IDX-RETRO-PAG > TOTAL-RETRO-PAGADOS.
           IF IDX-RETRO-PAG-ENC > ZERO
               MOVE TRP-TARIFA-NUEVA(IDX-RETRO-PAG-ENC)
                   TO TARIFA-PAGADA-RETRO
           END-IF.
           MOVE TARIFA-PAGADA-RETRO TO SALARIO-POR-HORA.
           MOVE RN-FECHA-PERIODO TO FECHA-PERIODO.
           PERFORM 7330-TARIFA-VIGENTE THRU 7330-EXIT.
           MOVE FECHA-PERIODO-SESION TO FECHA-PERIODO.
           MOVE SALARIO-POR-HORA TO TARIFA-NUEVA-RETRO.
           IF TARIFA-NUEVA-RETRO NOT > TARIFA-PAGADA-RETRO
               GO TO 5822-EXIT
           END-IF.
           COMPUTE DIFERENCIA-TARIFA =
               TARIFA-NUEVA-RETRO - TARIFA-PAGADA-RETRO.
           COMPUTE RETRO-REG-PEND ROUNDED =
               RN-HORAS-REGULARES * DIFERENCIA-TARIFA.
           COMPUTE RETRO-EXT-PEND ROUNDED =
               RN-HORAS-EXTRA * DIFERENCIA-TARIFA * 1.5.
           COMPUTE RETRO-DOB-PEND ROUNDED =
               RN-HORAS-DOBLES * DIFERENCIA-TARIFA * 2.
           COMPUTE RETRO-INC-PEND ROUNDED =
               (RN-PAGO-INCAPACIDAD + RN-PAGO-VACACIONES
               + RN-PRIMA-VACACIONAL - RN-DESC-FALTAS)
               * DIFERENCIA-TARIFA / RN-SALARIO-POR-HORA.
           COMPUTE RETRO-MOV-PEND = RETRO-REG-PEND + RETRO-EXT-PEND
               + RETRO-DOB-PEND + RETRO-INC-PEND.
           IF RETRO-MOV-PEND NOT > ZERO
               GO TO 5822-EXIT
           END-IF.
           IF TOTAL-RETRO-MOVS NOT < 200
               SET RETRO-EXCEDIDOS TO TRUE
               GO TO 5822-EXIT
           END-IF.
           MOVE RN-FECHA-PERIODO    TO RETRO-FECHA-PEND.
           MOVE RN-CONSECUTIVO      TO RETRO-CONSEC-PEND.
           MOVE TARIFA-PAGADA-RETRO TO RETRO-PAGADA-PEND.
           MOVE TARIFA-NUEVA-RETRO  TO RETRO-NUEVA-PEND.
           PERFORM 5823-ACEPTAR-PENDIENTE THRU 5823-EXIT.
       5822-EXIT.
           EXIT.

      *****************************************************************
      *    5823-ACEPTAR-PENDIENTE
      *****************************************************************
       5823-ACEPTAR-PENDIENTE.
           ADD 1 TO TOTAL-RETRO-MOVS.
           MOVE RETRO-FECHA-PEND
               TO TRA-FECHA-PERIODO(TOTAL-RETRO-MOVS).
           MOVE RETRO-CONSEC-PEND
               TO TRA-CONSECUTIVO(TOTAL-RETRO-MOVS).
           MOVE RETRO-PAGADA-PEND
               TO TRA-TARIFA-PAGADA(TOTAL-RETRO-MOVS).
           MOVE RETRO-NUEVA-PEND
               TO TRA-TARIFA-NUEVA(TOTAL-RETRO-MOVS).
           MOVE RETRO-MOV-PEND
               TO TRA-DIFERENCIA(TOTAL-RETRO-MOVS).
           ADD RETRO-REG-PEND TO TOTAL-RETRO-REGULAR.
           ADD RETRO-EXT-PEND TO TOTAL-RETRO-EXTRA.
           ADD RETRO-DOB-PEND TO TOTAL-RETRO-DOBLE.
           ADD RETRO-INC-PEND TO TOTAL-RETRO-INCID.
           ADD RETRO-MOV-PEND TO TOTAL-RETRO-PAGAR.
       5823-EXIT.
           EXIT.

      *****************************************************************
      *    5824-BUSCAR-RETRO-PAGADO
      *    Si el movimiento aparece varias veces en retroact.txt
      *    prevalece la ultima linea (la tarifa cubierta mas alta).
      *****************************************************************
       5824-BUSCAR-RETRO-PAGADO.
           IF TRP-FECHA-PERIODO(IDX-RETRO-PAG) = RN-FECHA-PERIODO
               AND TRP-CONSECUTIVO(IDX-RETRO-PAG) = RN-CONSECUTIVO
               MOVE IDX-RETRO-PAG TO IDX-RETRO-PAG-ENC
           END-IF.
       5824-EXIT.
           EXIT.

      *****************************************************************
      *    5830-MOSTRAR-RETRO
      *****************************************************************
       5830-MOSTRAR-RETRO.
           DISPLAY "-------------------------------------------".
           DISPLAY "RETROACTIVO DE " NOMBRE-EMPLEADO(1:30).
           DISPLAY "Vigencia del aumento: " FECHA-VIGENCIA-SAL.
           DISPLAY "Periodo    Consec   Pagada   Nueva   Diferencia".
           PERFORM 5835-MOSTRAR-UN-RETRO THRU 5835-EXIT
               VARYING IDX-RETRO FROM 1 BY 1
               UNTIL IDX-RETRO > TOTAL-RETRO-MOVS.
           MOVE TOTAL-RETRO-PAGAR TO ED-DIFERENCIA-RETRO.
           DISPLAY "Total a pagar (" TOTAL-RETRO-MOVS
               " movimientos): " ED-DIFERENCIA-RETRO.
           DISPLAY "-------------------------------------------".
       5830-EXIT.
           EXIT.

      *****************************************************************
      *    5835-MOSTRAR-UN-RETRO
      *****************************************************************
       5835-MOSTRAR-UN-RETRO.
           MOVE TRA-TARIFA-PAGADA(IDX-RETRO) TO ED-TARIFA-PAGADA.
           MOVE TRA-TARIFA-NUEVA(IDX-RETRO)  TO ED-TARIFA-NUEVA.
           MOVE TRA-DIFERENCIA(IDX-RETRO)    TO ED-DIFERENCIA-RETRO.
           DISPLAY TRA-FECHA-PERIODO(IDX-RETRO) " "
               TRA-CONSECUTIVO(IDX-RETRO) " " ED-TARIFA-PAGADA
               " " ED-TARIFA-NUEVA " " ED-DIFERENCIA-RETRO.
       5835-EXIT.
           EXIT.

      *****************************************************************
      *    5840-PAGAR-RETRO
      *    Arma el movimiento A en el periodo de la sesion: sin horas,
      *    con las diferencias como salario regular, extra y doble
      *    (la de las incidencias va con el regular) y a la tarifa
      *    vigente. Grava completo para ISR y causa IMSS y retiro
      *    como cualquier salario; no aplica deducciones
      *    recurrentes, que ya se cobraron en el pago ordinario.
      *****************************************************************
       5840-PAGAR-RETRO.
           MOVE FECHA-PERIODO-SESION TO FECHA-PERIODO.
           PERFORM 7320-BUSCAR-EMPLEADO-POR-ID THRU 7320-EXIT.
           PERFORM 7330-TARIFA-VIGENTE THRU 7330-EXIT.
           MOVE ZERO TO HORAS-TRABAJADAS.
           MOVE ZERO TO HORAS-REGULARES.
           MOVE ZERO TO HORAS-EXTRA.
           MOVE ZERO TO HORAS-DOBLES.
      *    Si las faltas superan la diferencia del regular, el
      *    faltante se descuenta del extra y despues del doble (el
      *    total a pagar siempre es positivo).
           MOVE TOTAL-RETRO-EXTRA TO SALARIO-EXTRA.
           MOVE TOTAL-RETRO-DOBLE TO SALARIO-DOBLE.
           ADD TOTAL-RETRO-REGULAR TO TOTAL-RETRO-INCID.
           IF TOTAL-RETRO-INCID < ZERO
               ADD SALARIO-EXTRA TO TOTAL-RETRO-INCID
               MOVE ZERO TO SALARIO-EXTRA
               IF TOTAL-RETRO-INCID < ZERO
                   ADD SALARIO-DOBLE TO TOTAL-RETRO-INCID
                   MOVE TOTAL-RETRO-INCID TO SALARIO-DOBLE
               ELSE
                   MOVE TOTAL-RETRO-INCID TO SALARIO-EXTRA
               END-IF
               MOVE ZERO TO SALARIO-REGULAR
           ELSE
               MOVE TOTAL-RETRO-INCID TO SALARIO-REGULAR
           END-IF.
           COMPUTE SALARIO-BRUTO =
               SALARIO-REGULAR + SALARIO-EXTRA + SALARIO-DOBLE.
           MOVE ZERO TO PERCEPCIONES-ADICIONALES.
           MOVE ZERO TO PERCEPCIONES-EXENTAS.
           MOVE SALARIO-BRUTO TO PERCEPCIONES-GRAVADAS.
           MOVE ZERO TO DESCUENTO-FALTAS.
           MOVE ZERO TO PAGO-INCAPACIDAD.
           MOVE ZERO TO PAGO-VACACIONES.
           MOVE ZERO TO PRIMA-VACACIONAL.
           MOVE ZERO TO TOTAL-PERCEP-APLICADAS.
           MOVE ZERO TO TOTAL-INCID-APLICADAS.
           MOVE ZERO TO TOTAL-DEDUC-APLICADAS.
           MOVE ZERO TO DEDUCCION-ADICIONAL.
           SET DEDUC-NO-MODIFICADAS TO TRUE.
           SET FONDO-NO-MODIFICADO TO TRUE.
           PERFORM 8110-CALCULAR-ISR THRU 8110-EXIT.
           COMPUTE DEDUCCION-IMSS = SALARIO-BRUTO * 0.03.
           COMPUTE DEDUCCION-RETIRO = SALARIO-BRUTO * 0.02.
           COMPUTE DEDUCCIONES =
               DEDUCCION-ISR + DEDUCCION-IMSS + DEDUCCION-RETIRO.
           PERFORM 8200-CALCULAR-SALARIO-NETO THRU 8200-EXIT.
           MOVE "A" TO TIPO-MOVIMIENTO.
           PERFORM 9000-GENERAR-REPORTE THRU 9000-EXIT.
           IF REGISTRO-NO-GUARDADO
               GO TO 5840-EXIT
           END-IF.
           PERFORM 5845-GRABAR-RETROACTIVOS THRU 5845-EXIT.
           MOVE TOTAL-RETRO-PAGAR TO ED-DIFERENCIA-RETRO.
           MOVE "RETROACTIVO PAGADO" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE EMPLEADO-ID         TO AUDIT-DETALLE(1:6).
           MOVE FECHA-VIGENCIA-SAL  TO AUDIT-DETALLE(8:10).
           MOVE ED-DIFERENCIA-RETRO TO AUDIT-DETALLE(19:10).
           MOVE TOTAL-RETRO-MOVS    TO ED-NUM-MOVS-RETRO.
           MOVE ED-NUM-MOVS-RETRO   TO AUDIT-DETALLE(30:3).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
       5840-EXIT.
           EXIT.

      *****************************************************************
      *    5845-GRABAR-RETROACTIVOS
      *    Agrega a retroact.txt una linea por cada movimiento
      *    cubierto, con la llave del movimiento A recien grabado.
      *****************************************************************
       5845-GRABAR-RETROACTIVOS.
           OPEN EXTEND ARCHIVO-RETROACTIVOS.
           IF FS-RETROACTIVOS NOT = "00"
               OPEN OUTPUT ARCHIVO-RETROACTIVOS
           END-IF.
           IF FS-RETROACTIVOS NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo grabar retroact.txt (estado "
                   FS-RETROACTIVOS "). Revierta el retroactivo con "
                   "la opcion 12 antes de repetir la corrida."
               GO TO 5845-EXIT
           END-IF.
           PERFORM 5846-GRABAR-UN-RETROACTIVO THRU 5846-EXIT
               VARYING IDX-RETRO FROM 1 BY 1
               UNTIL IDX-RETRO > TOTAL-RETRO-MOVS.
           CLOSE ARCHIVO-RETROACTIVOS.
       5845-EXIT.
           EXIT.

      *****************************************************************
      *    5846-GRABAR-UN-RETROACTIVO
      *****************************************************************
       5846-GRABAR-UN-RETROACTIVO.
           MOVE EMPLEADO-ID TO RA-EMPLEADO-ID.
           MOVE TRA-FECHA-PERIODO(IDX-RETRO) TO RA-FECHA-PERIODO.
           MOVE TRA-CONSECUTIVO(IDX-RETRO)   TO RA-CONSECUTIVO.
           MOVE TRA-TARIFA-PAGADA(IDX-RETRO) TO RA-TARIFA-PAGADA.
           MOVE TRA-TARIFA-NUEVA(IDX-RETRO)  TO RA-TARIFA-NUEVA.
           MOVE TRA-DIFERENCIA(IDX-RETRO)    TO RA-DIFERENCIA.
           MOVE FECHA-PERIODO   TO RA-FECHA-PAGO.
           MOVE MAX-CONSECUTIVO TO RA-CONSEC-PAGO.
           WRITE REGISTRO-RETROACTIVO.
       5846-EXIT.
           EXIT.

      *****************************************************************
      *    5900-CALCULAR-SBC
      *    Salario base de cotizacion del IMSS con la tarifa
      *    SBC-SALARIO-HORA, a la fecha SBC-FECHA-CALCULO, de un
      *    empleado contratado en SBC-FECHA-INGRESO (DD/MM/AAAA). El
      *    salario diario (jornada de 8 horas, o la trigesima parte
      *    de SBC-SUELDO-MENSUAL si es de sueldo fijo) se integra con el
      *    aguinaldo y la prima vacacional de los dias de vacaciones
      *    del anio de servicio en curso (tabla de 5405); el SBC se
      *    topa a 25 UMA y no baja del minimo integrado.
      *****************************************************************
       5900-CALCULAR-SBC.
           IF SBC-SUELDO-MENSUAL > ZERO
               COMPUTE SBC-SALARIO-DIARIO ROUNDED =
                   SBC-SUELDO-MENSUAL / 30
           ELSE
               COMPUTE SBC-SALARIO-DIARIO ROUNDED =
                   SBC-SALARIO-HORA * 8
           END-IF.
           MOVE ZERO TO SBC-ANIOS.
           IF SBC-FECHA-INGRESO(7:4) NUMERIC
               AND SBC-FECHA-CALCULO(7:4) NUMERIC
               MOVE SBC-FECHA-CALCULO(7:4) TO SBC-ANIO-CALCULO
               MOVE SBC-FECHA-INGRESO(7:4) TO SBC-ANIO-INGRESO
               COMPUTE SBC-ANIOS = SBC-ANIO-CALCULO - SBC-ANIO-INGRESO
               MOVE SBC-FECHA-INGRESO TO FECHA-DDMMAAAA
               PERFORM 8400-FECHA-A-ANSI THRU 8400-EXIT
               MOVE FECHA-AAAAMMDD TO SBC-INGRESO-ANSI
               MOVE SBC-FECHA-CALCULO TO FECHA-DDMMAAAA
               PERFORM 8400-FECHA-A-ANSI THRU 8400-EXIT
               IF FECHA-AAAAMMDD(5:4) < SBC-INGRESO-ANSI(5:4)
                   SUBTRACT 1 FROM SBC-ANIOS
               END-IF
               IF SBC-ANIOS < ZERO
                   MOVE ZERO TO SBC-ANIOS
               END-IF
           END-IF.
      *    Vacaciones del anio de servicio que corre (el que se
      *    cumple con SBC-ANIOS + 1).
           EVALUATE TRUE
               WHEN SBC-ANIOS <= 4
                   COMPUTE SBC-DIAS-VAC = 12 + 2 * SBC-ANIOS
               WHEN OTHER
                   COMPUTE SBC-QUINQUENIOS = (SBC-ANIOS - 5) / 5
                   COMPUTE SBC-DIAS-VAC = 22 + 2 * SBC-QUINQUENIOS
           END-EVALUATE.
           COMPUTE FACTOR-INTEGRACION ROUNDED =
               1 + (DIAS-AGUINALDO + SBC-DIAS-VAC * FACTOR-PRIMA-VAC)
               / 365.
           IF SBC-SALARIO-DIARIO < SALARIO-MINIMO-DIARIO
               MOVE SALARIO-MINIMO-DIARIO TO SBC-SALARIO-DIARIO
           END-IF.
           COMPUTE SBC-CALCULADO ROUNDED =
               SBC-SALARIO-DIARIO * FACTOR-INTEGRACION.
           COMPUTE SBC-TOPE ROUNDED = VALOR-UMA-DIARIO * UMAS-TOPE-SBC.
           IF SBC-CALCULADO > SBC-TOPE
               MOVE SBC-TOPE TO SBC-CALCULADO
           END-IF.
       5900-EXIT.
           EXIT.

      *****************************************************************
      *    5910-GRABAR-MOVIMIENTO-IDSE
      *    Agrega a idsemov.txt el movimiento afiliatorio armado en
      *    MOVIMIENTO-IDSE, pendiente de enviarse al IDSE. Sin fecha
      *    de movimiento se toma la de hoy. Un empleado sin NSS se
      *    graba igual: el NSS se toma del maestro al generar el
      *    lote, una vez capturado.
      *****************************************************************
       5910-GRABAR-MOVIMIENTO-IDSE.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE SPACES TO FECHA-HOY.
           MOVE FECHA-SISTEMA(7:2) TO FECHA-HOY(1:2).
           MOVE "/"                TO FECHA-HOY(3:1).
           MOVE FECHA-SISTEMA(5:2) TO FECHA-HOY(4:2).
           MOVE "/"                TO FECHA-HOY(6:1).
           MOVE FECHA-SISTEMA(1:4) TO FECHA-HOY(7:4).
           IF MI-FECHA-MOVIMIENTO = SPACES
               MOVE FECHA-HOY TO MI-FECHA-MOVIMIENTO
           END-IF.
           OPEN EXTEND ARCHIVO-IDSE.
           IF FS-IDSE NOT = "00"
               OPEN OUTPUT ARCHIVO-IDSE
           END-IF.
           IF FS-IDSE NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo grabar idsemov.txt (estado "
                   FS-IDSE "); presente el movimiento "
                   MI-TIPO-MOVIMIENTO " del empleado " MI-EMPLEADO-ID
                   " directamente en el IDSE."
               GO TO 5910-EXIT
           END-IF.
           MOVE MI-EMPLEADO-ID       TO AF-EMPLEADO-ID.
           MOVE MI-TIPO-MOVIMIENTO   TO AF-TIPO-MOVIMIENTO.
           MOVE MI-FECHA-MOVIMIENTO  TO AF-FECHA-MOVIMIENTO.
           MOVE MI-NSS               TO AF-NSS.
           MOVE MI-CURP              TO AF-CURP.
           MOVE MI-NOMBRE-EMPLEADO   TO AF-NOMBRE-EMPLEADO.
           MOVE MI-SBC               TO AF-SBC.
           MOVE MI-CAUSA-BAJA        TO AF-CAUSA-BAJA.
           MOVE FECHA-HOY            TO AF-FECHA-CAPTURA.
           SET AF-PENDIENTE          TO TRUE.
           MOVE SPACES               TO AF-FECHA-ENVIO.
           WRITE REGISTRO-IDSE.
           CLOSE ARCHIVO-IDSE.
           MOVE MI-SBC TO ED-SBC.
           EVALUATE MI-TIPO-MOVIMIENTO
               WHEN "08"
                   DISPLAY "Alta al IMSS pendiente de envio al IDSE, "
                       "SBC " ED-SBC "."
               WHEN "02"
                   DISPLAY "Baja al IMSS pendiente de envio al IDSE "
                       "(causa " MI-CAUSA-BAJA ")."
               WHEN OTHER
                   DISPLAY "Modificacion de salario al IMSS pendiente "
                       "de envio al IDSE, SBC " ED-SBC "."
           END-EVALUATE.
           IF MI-NSS = SPACES
               DISPLAY "AVISO: el empleado no tiene NSS; capturelo en "
                   "el mantenimiento del maestro antes de generar "
                   "el lote del IDSE."
           END-IF.
           MOVE "MOVIMIENTO IDSE" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE MI-EMPLEADO-ID      TO AUDIT-DETALLE(1:6).
           MOVE MI-TIPO-MOVIMIENTO  TO AUDIT-DETALLE(8:2).
           MOVE MI-FECHA-MOVIMIENTO TO AUDIT-DETALLE(11:10).
           MOVE ED-SBC              TO AUDIT-DETALLE(22:9).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
       5910-EXIT.
           EXIT.

      *****************************************************************
      *    5915-SBC-CAMBIO-SALARIO
      *    Al cambiar el salario de un empleado activo (5810, 5815) se
      *    recalcula su SBC con la nueva tarifa a la fecha de
      *    vigencia; si cambia, el maestro se queda con el nuevo SBC
      *    y se genera la modificacion de salario (07) para el IDSE.
      *****************************************************************
       5915-SBC-CAMBIO-SALARIO.
           MOVE NUEVO-SALARIO-HORA TO SBC-SALARIO-HORA.
           MOVE NUEVO-SUELDO-MENSUAL TO SBC-SUELDO-MENSUAL.
           MOVE TE-FECHA-CONTRATACION(IDX-EMPLEADO-MANT)
               TO SBC-FECHA-INGRESO.
           MOVE FECHA-VIGENCIA-SAL TO SBC-FECHA-CALCULO.
           PERFORM 5900-CALCULAR-SBC THRU 5900-EXIT.
           IF SBC-CALCULADO = TE-SBC(IDX-EMPLEADO-MANT)
               DISPLAY "El SBC del IMSS no cambia; no se genera "
                   "modificacion de salario para el IDSE."
               GO TO 5915-EXIT
           END-IF.
           MOVE SBC-CALCULADO      TO TE-SBC(IDX-EMPLEADO-MANT).
           MOVE FECHA-VIGENCIA-SAL TO TE-FECHA-SBC(IDX-EMPLEADO-MANT).
           MOVE EMPLEADO-ID        TO MI-EMPLEADO-ID.
           MOVE "07"               TO MI-TIPO-MOVIMIENTO.
           MOVE FECHA-VIGENCIA-SAL TO MI-FECHA-MOVIMIENTO.
           MOVE TE-NSS(IDX-EMPLEADO-MANT)  TO MI-NSS.
           MOVE TE-CURP(IDX-EMPLEADO-MANT) TO MI-CURP.
           MOVE TE-NOMBRE-EMPLEADO(IDX-EMPLEADO-MANT)
               TO MI-NOMBRE-EMPLEADO.
           MOVE SBC-CALCULADO      TO MI-SBC.
           MOVE SPACE              TO MI-CAUSA-BAJA.
           PERFORM 5910-GRABAR-MOVIMIENTO-IDSE THRU 5910-EXIT.
       5915-EXIT.
           EXIT.

      *****************************************************************
      *    5920-MOVIMIENTO-MAESTRO
      *    Despues de regrabar el maestro (4630): si el empleado
      *    quedo en baja definitiva (B) se genera su baja al IMSS
      *    (02) con la fecha de baja y la causa que indique el
      *    operador; si se reactivo desde B se genera el reingreso
      *    (08) con el SBC calculado al reactivarlo (5925).
      *****************************************************************
       5920-MOVIMIENTO-MAESTRO.
           MOVE TE-EMPLEADO-ID(IDX-EMPLEADO-MANT)  TO MI-EMPLEADO-ID.
           MOVE TE-NSS(IDX-EMPLEADO-MANT)          TO MI-NSS.
           MOVE TE-CURP(IDX-EMPLEADO-MANT)         TO MI-CURP.
           MOVE TE-NOMBRE-EMPLEADO(IDX-EMPLEADO-MANT)
               TO MI-NOMBRE-EMPLEADO.
           MOVE TE-SBC(IDX-EMPLEADO-MANT)          TO MI-SBC.
           MOVE SPACE                              TO MI-CAUSA-BAJA.
           IF ESTATUS-ANTERIOR-EM NOT = "B"
               AND TE-ESTATUS(IDX-EMPLEADO-MANT) = "B"
               DISPLAY "Causa de la baja ante el IMSS:"
               DISPLAY "  1. Termino de contrato"
               DISPLAY "  2. Separacion voluntaria"
               DISPLAY "  3. Abandono de empleo"
               DISPLAY "  4. Defuncion"
               DISPLAY "  5. Clausura"
               DISPLAY "  6. Otras"
               DISPLAY "  7. Ausentismo"
               DISPLAY "  8. Rescision de contrato"
               DISPLAY "  9. Jubilacion"
               DISPLAY "Ingrese la causa (1-9; vacio = 2):"
               ACCEPT CAUSA-BAJA-IMSS
               IF CAUSA-BAJA-IMSS < "1" OR CAUSA-BAJA-IMSS > "9"
                   MOVE "2" TO CAUSA-BAJA-IMSS
               END-IF
               MOVE "02" TO MI-TIPO-MOVIMIENTO
               MOVE TE-FECHA-BAJA(IDX-EMPLEADO-MANT)
                   TO MI-FECHA-MOVIMIENTO
               MOVE CAUSA-BAJA-IMSS TO MI-CAUSA-BAJA
               PERFORM 5910-GRABAR-MOVIMIENTO-IDSE THRU 5910-EXIT
           END-IF.
           IF ESTATUS-ANTERIOR-EM = "B"
               AND TE-ESTATUS(IDX-EMPLEADO-MANT) = "A"
               MOVE "08" TO MI-TIPO-MOVIMIENTO
               MOVE TE-FECHA-SBC(IDX-EMPLEADO-MANT)
                   TO MI-FECHA-MOVIMIENTO
               PERFORM 5910-GRABAR-MOVIMIENTO-IDSE THRU 5910-EXIT
           END-IF.
       5920-EXIT.
           EXIT.

      *****************************************************************
      *    5925-SBC-REINGRESO
      *    Al reactivar a un empleado dado de baja definitiva su SBC
      *    se recalcula a hoy con la tarifa de salhist.txt vigente
      *    hoy (la del maestro si no tiene historial).
      *****************************************************************
       5925-SBC-REINGRESO.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE SPACES TO FECHA-HOY.
           MOVE FECHA-SISTEMA(7:2) TO FECHA-HOY(1:2).
           MOVE "/"                TO FECHA-HOY(3:1).
           MOVE FECHA-SISTEMA(5:2) TO FECHA-HOY(4:2).
           MOVE "/"                TO FECHA-HOY(6:1).
           MOVE FECHA-SISTEMA(1:4) TO FECHA-HOY(7:4).
           MOVE TE-EMPLEADO-ID(IDX-EMPLEADO-MANT) TO EMPLEADO-ID.
           MOVE TE-SALARIO-POR-HORA(IDX-EMPLEADO-MANT)
               TO SALARIO-POR-HORA.
           MOVE FECHA-PERIODO TO FECHA-PERIODO-TARIFA.
           MOVE FECHA-HOY TO FECHA-PERIODO.
           PERFORM 7330-TARIFA-VIGENTE THRU 7330-EXIT.
           MOVE FECHA-PERIODO-TARIFA TO FECHA-PERIODO.
           MOVE SALARIO-POR-HORA TO SBC-SALARIO-HORA.
           MOVE TE-SUELDO-MENSUAL(IDX-EMPLEADO-MANT)
               TO SBC-SUELDO-MENSUAL.
           MOVE TE-FECHA-CONTRATACION(IDX-EMPLEADO-MANT)
               TO SBC-FECHA-INGRESO.
           MOVE FECHA-HOY TO SBC-FECHA-CALCULO.
           PERFORM 5900-CALCULAR-SBC THRU 5900-EXIT.
           MOVE SBC-CALCULADO TO TE-SBC(IDX-EMPLEADO-MANT).
           MOVE FECHA-HOY     TO TE-FECHA-SBC(IDX-EMPLEADO-MANT).
       5925-EXIT.
           EXIT.

      *****************************************************************
      *    5930-CANCELAR-BAJA-IDSE
      *    Al regresar a un empleado de B a P (5750) su ultima baja
      *    al IMSS se cancela si aun no se envia; si ya se envio al
      *    IDSE solo se avisa, porque la correccion se hace alla.
      *****************************************************************
       5930-CANCELAR-BAJA-IDSE.
           PERFORM 5940-CARGAR-IDSE THRU 5940-EXIT.
           MOVE ZERO TO IDX-IDSE-ENC.
           PERFORM 5931-BUSCAR-BAJA-IDSE THRU 5931-EXIT
               VARYING IDX-IDSE FROM 1 BY 1
               UNTIL IDX-IDSE > TOTAL-IDSE-CARGADOS.
           IF IDX-IDSE-ENC = ZERO
               GO TO 5930-EXIT
           END-IF.
           IF TIS-ESTATUS(IDX-IDSE-ENC) = "E"
               DISPLAY "AVISO: la baja al IMSS del empleado ya se "
                   "envio al IDSE el " TIS-FECHA-ENVIO(IDX-IDSE-ENC)
                   "; corrijala directamente en el IDSE."
               GO TO 5930-EXIT
           END-IF.
           IF IDSE-EXCEDIDOS
               DISPLAY "==========ERROR=========="
               DISPLAY "idsemov.txt excede la tabla; cancele a mano la "
                   "baja pendiente del empleado " EMPLEADO-ID "."
               GO TO 5930-EXIT
           END-IF.
           MOVE "C" TO TIS-ESTATUS(IDX-IDSE-ENC).
           PERFORM 5945-REGRABAR-IDSE THRU 5945-EXIT.
           DISPLAY "Se cancelo la baja al IMSS pendiente de envio.".
       5930-EXIT.
           EXIT.

      *****************************************************************
      *    5931-BUSCAR-BAJA-IDSE
      *    Se queda con la ultima baja no cancelada del empleado.
      *****************************************************************
       5931-BUSCAR-BAJA-IDSE.
           IF TIS-EMPLEADO-ID(IDX-IDSE) = EMPLEADO-ID
               AND TIS-TIPO-MOVIMIENTO(IDX-IDSE) = "02"
               AND TIS-ESTATUS(IDX-IDSE) NOT = "C"
               MOVE IDX-IDSE TO IDX-IDSE-ENC
           END-IF.
       5931-EXIT.
           EXIT.

      *****************************************************************
      *    5940-CARGAR-IDSE
      *    Carga idsemov.txt completo a TABLA-IDSE.
      *****************************************************************
       5940-CARGAR-IDSE.
           MOVE ZERO TO TOTAL-IDSE-CARGADOS.
           SET IDSE-NO-EXCEDIDOS TO TRUE.
           OPEN INPUT ARCHIVO-IDSE.
           IF FS-IDSE = "00"
               PERFORM 5941-LEER-IDSE THRU 5941-EXIT
                   UNTIL FS-IDSE = "10"
               CLOSE ARCHIVO-IDSE
           END-IF.
       5940-EXIT.
           EXIT.

      *****************************************************************
      *    5941-LEER-IDSE
      *****************************************************************
       5941-LEER-IDSE.
           READ ARCHIVO-IDSE
               AT END
                   CONTINUE
               NOT AT END
                   IF TOTAL-IDSE-CARGADOS < 1000
                       ADD 1 TO TOTAL-IDSE-CARGADOS
                       MOVE REGISTRO-IDSE
                           TO DETALLE-IDSE(TOTAL-IDSE-CARGADOS)
                   ELSE
                       SET IDSE-EXCEDIDOS TO TRUE
                   END-IF
           END-READ.
       5941-EXIT.
           EXIT.

      *****************************************************************
      *    5945-REGRABAR-IDSE
      *    Regraba idsemov.txt completo desde la tabla, con los
      *    estatus actualizados.
      *****************************************************************
       5945-REGRABAR-IDSE.
           OPEN OUTPUT ARCHIVO-IDSE.
           IF FS-IDSE NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo regrabar idsemov.txt (estado "
                   FS-IDSE ")."
               GO TO 5945-EXIT
           END-IF.
           PERFORM 5946-GRABAR-IDSE THRU 5946-EXIT
               VARYING IDX-IDSE FROM 1 BY 1
               UNTIL IDX-IDSE > TOTAL-IDSE-CARGADOS.
           CLOSE ARCHIVO-IDSE.
       5945-EXIT.
           EXIT.

      *****************************************************************
      *    5946-GRABAR-IDSE
      *****************************************************************
       5946-GRABAR-IDSE.
           MOVE DETALLE-IDSE(IDX-IDSE) TO REGISTRO-IDSE.
           WRITE REGISTRO-IDSE.
       5946-EXIT.
           EXIT.

      *****************************************************************
      *    5950-MOVIMIENTOS-IDSE  (Opcion 25 del menu)
      *    Movimientos afiliatorios al IMSS: consulta de pendientes,
      *    generacion del lote para el IDSE, regreso a pendiente de
      *    un lote que el IDSE no acepto y reporte bimestral del SBC
      *    para cotejarlo con el SUA.
      *****************************************************************
       5950-MOVIMIENTOS-IDSE.
           DISPLAY "1. Consultar movimientos pendientes de envio".
           DISPLAY "2. Generar lote para el IDSE".
           DISPLAY "3. Regresar a pendiente un lote no aceptado".
           DISPLAY "4. Reporte bimestral de SBC (cotejo con el SUA)".
           DISPLAY "Ingrese su opción (1-4): ".
           ACCEPT OPCION-IDSE.
           EVALUATE OPCION-IDSE
               WHEN 1
                   PERFORM 5955-LISTAR-PENDIENTES-IDSE THRU 5955-EXIT
               WHEN 2
                   PERFORM 5960-GENERAR-LOTE-IDSE THRU 5960-EXIT
               WHEN 3
                   PERFORM 5965-REABRIR-LOTE-IDSE THRU 5965-EXIT
               WHEN 4
                   PERFORM 5980-REPORTE-BIMESTRAL-SBC THRU 5980-EXIT
               WHEN OTHER
                   DISPLAY "Opción inválida. Intente nuevamente."
           END-EVALUATE.
       5950-EXIT.
           EXIT.

      *****************************************************************
      *    5955-LISTAR-PENDIENTES-IDSE
      *****************************************************************
       5955-LISTAR-PENDIENTES-IDSE.
           PERFORM 5940-CARGAR-IDSE THRU 5940-EXIT.
           MOVE ZERO TO IDSE-PENDIENTES.
           DISPLAY "===============================================".
           DISPLAY "|   MOVIMIENTOS IMSS PENDIENTES DE ENVIO      |".
           DISPLAY "|   (08 alta/reingreso, 07 modificacion,      |".
           DISPLAY "|    02 baja)                                 |".
           DISPLAY "===============================================".
           PERFORM 5956-LISTAR-PENDIENTE THRU 5956-EXIT
               VARYING IDX-IDSE FROM 1 BY 1
               UNTIL IDX-IDSE > TOTAL-IDSE-CARGADOS.
           DISPLAY "===============================================".
           DISPLAY "Movimientos pendientes: " IDSE-PENDIENTES.
           IF IDSE-EXCEDIDOS
               DISPLAY "AVISO: idsemov.txt excede la tabla; hay "
                   "movimientos que no se muestran."
           END-IF.
       5955-EXIT.
           EXIT.

      *****************************************************************
      *    5956-LISTAR-PENDIENTE
      *****************************************************************
       5956-LISTAR-PENDIENTE.
           IF TIS-ESTATUS(IDX-IDSE) = "P"
               ADD 1 TO IDSE-PENDIENTES
               MOVE TIS-SBC(IDX-IDSE) TO ED-SBC
               DISPLAY TIS-EMPLEADO-ID(IDX-IDSE) " "
                   TIS-TIPO-MOVIMIENTO(IDX-IDSE) " "
                   TIS-FECHA-MOVIMIENTO(IDX-IDSE) " NSS "
                   TIS-NSS(IDX-IDSE) " SBC " ED-SBC " "
                   TIS-NOMBRE-EMPLEADO(IDX-IDSE)(1:25)
           END-IF.
       5956-EXIT.
           EXIT.

      *****************************************************************
      *    5958-LEER-CONTROL-IMSS
      *    Lee de ctlimss.txt el registro patronal y la guia de la
      *    empresa. Si el archivo no existe o esta vacio ambos quedan
      *    en blanco.
      *****************************************************************
       5958-LEER-CONTROL-IMSS.
           MOVE SPACES TO REGISTRO-PATRONAL.
           MOVE SPACES TO GUIA-IMSS.
           OPEN INPUT ARCHIVO-CONTROL-IMSS.
           IF FS-CONTROL-IMSS NOT = "00"
               GO TO 5958-EXIT
           END-IF.
           READ ARCHIVO-CONTROL-IMSS
               AT END
                   MOVE SPACES TO REGISTRO-CONTROL-IMSS
           END-READ.
           CLOSE ARCHIVO-CONTROL-IMSS.
           MOVE CI-REGISTRO-PATRONAL TO REGISTRO-PATRONAL.
           MOVE CI-GUIA              TO GUIA-IMSS.
       5958-EXIT.
           EXIT.

      *****************************************************************
      *    5960-GENERAR-LOTE-IDSE
      *    Genera idselote.txt (se reemplaza) con los movimientos
      *    pendientes que ya tienen NSS, en el layout de renglon fijo
      *    del IDSE, y los marca como enviados con la fecha de hoy.
      *    El NSS/CURP que falte en el movimiento se toma del maestro.
      *    Sin registro patronal de la empresa en ctlimss.txt el lote
      *    no se genera.
      *****************************************************************
       5960-GENERAR-LOTE-IDSE.
           PERFORM 5958-LEER-CONTROL-IMSS THRU 5958-EXIT.
           IF REGISTRO-PATRONAL = SPACES
               OR REGISTRO-PATRONAL = REGISTRO-PATRONAL-EJEMPLO
               DISPLAY "==========ERROR=========="
               DISPLAY "Falta el registro patronal de la empresa en "
                   "ctlimss.txt (registro patronal de 11 posiciones "
                   "y guia de 5 digitos); no se genera el lote."
               GO TO 5960-EXIT
           END-IF.
           IF GUIA-IMSS NOT NUMERIC
               DISPLAY "==========ERROR=========="
               DISPLAY "La guia de ctlimss.txt debe ser de 5 "
                   "digitos; no se genera el lote."
               GO TO 5960-EXIT
           END-IF.
           PERFORM 5940-CARGAR-IDSE THRU 5940-EXIT.
           IF IDSE-EXCEDIDOS
               DISPLAY "==========ERROR=========="
               DISPLAY "idsemov.txt excede la tabla de movimientos; "
                   "no se puede generar el lote en esta version."
               GO TO 5960-EXIT
           END-IF.
           PERFORM 4610-CARGAR-TABLA-EMPLEADOS THRU 4610-EXIT.
           PERFORM 4612-AVISAR-MAESTRO-EXCEDIDO THRU 4612-EXIT.
           MOVE ZERO TO IDSE-PENDIENTES.
           MOVE ZERO TO IDSE-SIN-NSS.
           MOVE ZERO TO IDSE-EN-LOTE.
           PERFORM 5961-COMPLETAR-NSS THRU 5961-EXIT
               VARYING IDX-IDSE FROM 1 BY 1
               UNTIL IDX-IDSE > TOTAL-IDSE-CARGADOS.
           IF IDSE-SIN-NSS > ZERO
               DISPLAY "AVISO: " IDSE-SIN-NSS " movimientos de "
                   "empleados sin NSS se quedan pendientes."
           END-IF.
           IF IDSE-PENDIENTES = ZERO
               DISPLAY "No hay movimientos pendientes para el IDSE."
               GO TO 5960-EXIT
           END-IF.
           DISPLAY "Se enviaran " IDSE-PENDIENTES " movimientos; "
               "idselote.txt se reemplaza.".
           DISPLAY "¿Confirma la generacion del lote? (S/N):".
           ACCEPT RESPUESTA-CONFIRMA.
           IF NOT CONFIRMA-SI
               DISPLAY "Generacion cancelada."
               GO TO 5960-EXIT
           END-IF.
           OPEN OUTPUT ARCHIVO-IDSE-LOTE.
           IF FS-IDSE-LOTE NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo crear idselote.txt (estado "
                   FS-IDSE-LOTE ")."
               GO TO 5960-EXIT
           END-IF.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE SPACES TO FECHA-HOY.
           MOVE FECHA-SISTEMA(7:2) TO FECHA-HOY(1:2).
           MOVE "/"                TO FECHA-HOY(3:1).
           MOVE FECHA-SISTEMA(5:2) TO FECHA-HOY(4:2).
           MOVE "/"                TO FECHA-HOY(6:1).
           MOVE FECHA-SISTEMA(1:4) TO FECHA-HOY(7:4).
           PERFORM 5962-ENVIAR-MOVIMIENTO THRU 5962-EXIT
               VARYING IDX-IDSE FROM 1 BY 1
               UNTIL IDX-IDSE > TOTAL-IDSE-CARGADOS.
           CLOSE ARCHIVO-IDSE-LOTE.
           PERFORM 5945-REGRABAR-IDSE THRU 5945-EXIT.
           DISPLAY "Lote del IDSE generado en idselote.txt con "
               IDSE-EN-LOTE " movimientos (fecha de envio "
               FECHA-HOY ").".
           MOVE "LOTE IDSE" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE IDSE-EN-LOTE TO AUDIT-DETALLE(1:5).
           MOVE " movimientos enviados" TO AUDIT-DETALLE(6:21).
           MOVE FECHA-HOY TO AUDIT-DETALLE(28:10).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
       5960-EXIT.
           EXIT.

      *****************************************************************
      *    5961-COMPLETAR-NSS
      *    Completa con el maestro el NSS/CURP de un movimiento
      *    pendiente que se grabo sin ellos y cuenta los pendientes
      *    que podran enviarse.
      *****************************************************************
       5961-COMPLETAR-NSS.
           IF TIS-ESTATUS(IDX-IDSE) NOT = "P"
               GO TO 5961-EXIT
           END-IF.
           IF TIS-NSS(IDX-IDSE) = SPACES
               MOVE TIS-EMPLEADO-ID(IDX-IDSE) TO EMPLEADO-ID
               MOVE ZERO TO IDX-EMPLEADO-MANT
               PERFORM 4615-BUSCAR-EN-TABLA THRU 4615-EXIT
                   VARYING IDX-EMPLEADOS FROM 1 BY 1
                   UNTIL IDX-EMPLEADOS > TOTAL-EMPLEADOS-TABLA
                   OR IDX-EMPLEADO-MANT > ZERO
               IF IDX-EMPLEADO-MANT > ZERO
                   MOVE TE-NSS(IDX-EMPLEADO-MANT) TO TIS-NSS(IDX-IDSE)
                   IF TIS-CURP(IDX-IDSE) = SPACES
                       MOVE TE-CURP(IDX-EMPLEADO-MANT)
                           TO TIS-CURP(IDX-IDSE)
                   END-IF
               END-IF
           END-IF.
           IF TIS-NSS(IDX-IDSE) = SPACES
               ADD 1 TO IDSE-SIN-NSS
           ELSE
               ADD 1 TO IDSE-PENDIENTES
           END-IF.
       5961-EXIT.
           EXIT.

      *****************************************************************
      *    5962-ENVIAR-MOVIMIENTO
      *****************************************************************
       5962-ENVIAR-MOVIMIENTO.
           IF TIS-ESTATUS(IDX-IDSE) NOT = "P"
               OR TIS-NSS(IDX-IDSE) = SPACES
               GO TO 5962-EXIT
           END-IF.
           PERFORM 5963-ARMAR-RENGLON-IDSE THRU 5963-EXIT.
           WRITE REGISTRO-IDSE-LOTE.
           MOVE "E"       TO TIS-ESTATUS(IDX-IDSE).
           MOVE FECHA-HOY TO TIS-FECHA-ENVIO(IDX-IDSE).
           ADD 1 TO IDSE-EN-LOTE.
       5962-EXIT.
           EXIT.

      *****************************************************************
      *    5963-ARMAR-RENGLON-IDSE
      *    Renglon del lote: trabajador permanente (1), salario mixto
      *    (2), semana completa (0), fecha DDMMAAAA y el ID del
      *    empleado como clave del trabajador. La baja va sin SBC.
      *****************************************************************
       5963-ARMAR-RENGLON-IDSE.
           MOVE SPACES TO REGISTRO-IDSE-LOTE.
           MOVE REGISTRO-PATRONAL           TO IL-REGISTRO-PATRONAL.
           MOVE TIS-NSS(IDX-IDSE)           TO IL-NSS.
           MOVE TIS-NOMBRE-EMPLEADO(IDX-IDSE) TO IL-NOMBRE.
           IF TIS-TIPO-MOVIMIENTO(IDX-IDSE) = "02"
               MOVE ZERO TO IL-SBC
           ELSE
               IF TIS-SBC(IDX-IDSE) > 9999.99
                   MOVE 9999.99 TO IL-SBC
               ELSE
                   MOVE TIS-SBC(IDX-IDSE) TO IL-SBC
               END-IF
           END-IF.
           MOVE "1" TO IL-TIPO-TRABAJADOR.
           MOVE "2" TO IL-TIPO-SALARIO.
           MOVE "0" TO IL-JORNADA.
           MOVE TIS-FECHA-MOVIMIENTO(IDX-IDSE)(1:2)
               TO IL-FECHA-MOVIMIENTO(1:2).
           MOVE TIS-FECHA-MOVIMIENTO(IDX-IDSE)(4:2)
               TO IL-FECHA-MOVIMIENTO(3:2).
           MOVE TIS-FECHA-MOVIMIENTO(IDX-IDSE)(7:4)
               TO IL-FECHA-MOVIMIENTO(5:4).
           MOVE "000" TO IL-UMF.
           MOVE TIS-TIPO-MOVIMIENTO(IDX-IDSE) TO IL-TIPO-MOVIMIENTO.
           MOVE GUIA-IMSS TO IL-GUIA.
           MOVE TIS-EMPLEADO-ID(IDX-IDSE) TO IL-CLAVE-TRABAJADOR.
           MOVE TIS-CAUSA-BAJA(IDX-IDSE)  TO IL-CAUSA-BAJA.
           MOVE TIS-CURP(IDX-IDSE)        TO IL-CURP.
           MOVE "9" TO IL-IDENTIFICADOR.
       5963-EXIT.
           EXIT.

      *****************************************************************
      *    5965-REABRIR-LOTE-IDSE
      *    Regresa a pendiente los movimientos enviados en la fecha
      *    indicada, cuando el IDSE rechazo el lote completo, para
      *    volver a generarlo despues de corregir.
      *****************************************************************
       5965-REABRIR-LOTE-IDSE.
           DISPLAY "Ingrese la fecha de envio del lote (DD/MM/AAAA):".
           ACCEPT FECHA-ENVIO-LOTE.
           PERFORM 5940-CARGAR-IDSE THRU 5940-EXIT.
           IF IDSE-EXCEDIDOS
               DISPLAY "==========ERROR=========="
               DISPLAY "idsemov.txt excede la tabla de movimientos; "
                   "no se puede regrabar en esta version."
               GO TO 5965-EXIT
           END-IF.
           MOVE ZERO TO IDSE-EN-LOTE.
           PERFORM 5966-CONTAR-LOTE THRU 5966-EXIT
               VARYING IDX-IDSE FROM 1 BY 1
               UNTIL IDX-IDSE > TOTAL-IDSE-CARGADOS.
           IF IDSE-EN-LOTE = ZERO
               DISPLAY "No hay movimientos enviados el "
                   FECHA-ENVIO-LOTE "."
               GO TO 5965-EXIT
           END-IF.
           DISPLAY "Se regresaran a pendiente " IDSE-EN-LOTE
               " movimientos enviados el " FECHA-ENVIO-LOTE ".".
           DISPLAY "¿Confirma? (S/N):".
           ACCEPT RESPUESTA-CONFIRMA.
           IF NOT CONFIRMA-SI
               DISPLAY "Operacion cancelada."
               GO TO 5965-EXIT
           END-IF.
           PERFORM 5967-REABRIR-MOVIMIENTO THRU 5967-EXIT
               VARYING IDX-IDSE FROM 1 BY 1
               UNTIL IDX-IDSE > TOTAL-IDSE-CARGADOS.
           PERFORM 5945-REGRABAR-IDSE THRU 5945-EXIT.
           DISPLAY "Movimientos regresados a pendiente.".
           MOVE "LOTE IDSE REABIERTO" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE IDSE-EN-LOTE TO AUDIT-DETALLE(1:5).
           MOVE " movimientos del envio" TO AUDIT-DETALLE(6:22).
           MOVE FECHA-ENVIO-LOTE TO AUDIT-DETALLE(29:10).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
       5965-EXIT.
           EXIT.

      *****************************************************************
      *    5966-CONTAR-LOTE
      *****************************************************************
       5966-CONTAR-LOTE.
           IF TIS-ESTATUS(IDX-IDSE) = "E"
               AND TIS-FECHA-ENVIO(IDX-IDSE) = FECHA-ENVIO-LOTE
               ADD 1 TO IDSE-EN-LOTE
           END-IF.
       5966-EXIT.
           EXIT.

      *****************************************************************
      *    5967-REABRIR-MOVIMIENTO
      *****************************************************************
       5967-REABRIR-MOVIMIENTO.
           IF TIS-ESTATUS(IDX-IDSE) = "E"
               AND TIS-FECHA-ENVIO(IDX-IDSE) = FECHA-ENVIO-LOTE
               MOVE "P"    TO TIS-ESTATUS(IDX-IDSE)
               MOVE SPACES TO TIS-FECHA-ENVIO(IDX-IDSE)
           END-IF.
       5967-EXIT.
           EXIT.

      *****************************************************************
      *    5980-REPORTE-BIMESTRAL-SBC
      *    SBC de cada empleado al inicio y al final del bimestre
      *    (segun sus movimientos no cancelados; sin movimientos, el
      *    del maestro), dias cotizados y movimientos del bimestre,
      *    para cotejarlos con la emision del SUA. Los dias cotizados
      *    son naturales entre el ingreso y la baja dentro del
      *    bimestre; no descuentan faltas ni incapacidades.
      *****************************************************************
       5980-REPORTE-BIMESTRAL-SBC.
           PERFORM 5958-LEER-CONTROL-IMSS THRU 5958-EXIT.
           DISPLAY "Ingrese el anio (AAAA):".
           ACCEPT ANIO-BIMESTRE.
           IF ANIO-BIMESTRE NOT NUMERIC
               DISPLAY "==========ERROR=========="
               DISPLAY "Anio invalido."
               GO TO 5980-EXIT
           END-IF.
           DISPLAY "Ingrese el bimestre (1-6):".
           ACCEPT NUMERO-BIMESTRE.
           IF NUMERO-BIMESTRE < 1 OR NUMERO-BIMESTRE > 6
               DISPLAY "==========ERROR=========="
               DISPLAY "El bimestre debe estar entre 1 y 6."
               GO TO 5980-EXIT
           END-IF.
           COMPUTE MES-FIN-BIM = NUMERO-BIMESTRE * 2.
           COMPUTE MES-INICIO-BIM = MES-FIN-BIM - 1.
           MOVE ANIO-BIMESTRE TO ANIO-PASO.
           PERFORM 6806-AJUSTAR-FEBRERO THRU 6806-EXIT.
           MOVE ANIO-BIMESTRE  TO INICIO-BIM-ANSI(1:4).
           MOVE MES-INICIO-BIM TO INICIO-BIM-ANSI(5:2).
           MOVE "01"           TO INICIO-BIM-ANSI(7:2).
           MOVE ANIO-BIMESTRE  TO FIN-BIM-ANSI(1:4).
           MOVE MES-FIN-BIM    TO FIN-BIM-ANSI(5:2).
           MOVE DIAS-DEL-MES(MES-FIN-BIM) TO FIN-BIM-ANSI(7:2).
           PERFORM 4610-CARGAR-TABLA-EMPLEADOS THRU 4610-EXIT.
           PERFORM 4612-AVISAR-MAESTRO-EXCEDIDO THRU 4612-EXIT.
           PERFORM 5940-CARGAR-IDSE THRU 5940-EXIT.
           IF IDSE-EXCEDIDOS
               DISPLAY "AVISO: idsemov.txt excede la tabla; el SBC "
                   "de los movimientos no cargados no se refleja."
           END-IF.
           MOVE ZERO TO BIM-EMPLEADOS.
           MOVE ZERO TO BIM-MOVIMIENTOS.
           DISPLAY "===============================================".
           DISPLAY "|   SBC DEL BIMESTRE PARA COTEJO CON EL SUA   |".
           DISPLAY "|   Bimestre " NUMERO-BIMESTRE " de " ANIO-BIMESTRE
               "   Registro patronal " REGISTRO-PATRONAL.
           DISPLAY "===============================================".
           DISPLAY "ID     NSS         Nombre                    "
               "SBC inicio  SBC final Dias".
           PERFORM 5981-SBC-EMPLEADO-BIM THRU 5981-EXIT
               VARYING IDX-EMPLEADOS FROM 1 BY 1
               UNTIL IDX-EMPLEADOS > TOTAL-EMPLEADOS-TABLA.
           DISPLAY "===============================================".
           DISPLAY "|Empleados cotizantes:   |" BIM-EMPLEADOS.
           DISPLAY "|Movimientos del bimestre:|" BIM-MOVIMIENTOS.
           DISPLAY "===============================================".
       5980-EXIT.
           EXIT.

      *****************************************************************
      *    5981-SBC-EMPLEADO-BIM
      *    Un renglon por empleado que cotizo en el bimestre, seguido
      *    de sus movimientos afiliatorios dentro del bimestre.
      *****************************************************************
       5981-SBC-EMPLEADO-BIM.
           MOVE TE-FECHA-CONTRATACION(IDX-EMPLEADOS) TO FECHA-DDMMAAAA.
           PERFORM 8400-FECHA-A-ANSI THRU 8400-EXIT.
           MOVE FECHA-AAAAMMDD TO INGRESO-BIM-ANSI.
           IF INGRESO-BIM-ANSI > FIN-BIM-ANSI
               GO TO 5981-EXIT
           END-IF.
           MOVE SPACES TO BAJA-BIM-ANSI.
           IF TE-ESTATUS(IDX-EMPLEADOS) NOT = "A"
               AND TE-FECHA-BAJA(IDX-EMPLEADOS) NOT = SPACES
               MOVE TE-FECHA-BAJA(IDX-EMPLEADOS) TO FECHA-DDMMAAAA
               PERFORM 8400-FECHA-A-ANSI THRU 8400-EXIT
               MOVE FECHA-AAAAMMDD TO BAJA-BIM-ANSI
               IF BAJA-BIM-ANSI < INICIO-BIM-ANSI
                   GO TO 5981-EXIT
               END-IF
           END-IF.
           MOVE INICIO-BIM-ANSI TO DESDE-BIM-ANSI.
           IF INGRESO-BIM-ANSI > DESDE-BIM-ANSI
               MOVE INGRESO-BIM-ANSI TO DESDE-BIM-ANSI
           END-IF.
           MOVE FIN-BIM-ANSI TO HASTA-BIM-ANSI.
           IF BAJA-BIM-ANSI NOT = SPACES
               AND BAJA-BIM-ANSI < HASTA-BIM-ANSI
               MOVE BAJA-BIM-ANSI TO HASTA-BIM-ANSI
           END-IF.
           MOVE TE-SBC(IDX-EMPLEADOS) TO SBC-INICIO-BIM.
           MOVE TE-SBC(IDX-EMPLEADOS) TO SBC-FIN-BIM.
           MOVE SPACES TO MEJOR-INICIO-ANSI.
           MOVE SPACES TO MEJOR-FIN-ANSI.
           MOVE ZERO TO MOVS-EMPLEADO-BIM.
           PERFORM 5982-SBC-MOVIMIENTO-BIM THRU 5982-EXIT
               VARYING IDX-IDSE FROM 1 BY 1
               UNTIL IDX-IDSE > TOTAL-IDSE-CARGADOS.
           MOVE DESDE-BIM-ANSI(7:2) TO DIA-DESDE-BIM.
           MOVE HASTA-BIM-ANSI(7:2) TO DIA-HASTA-BIM.
           IF DESDE-BIM-ANSI(5:2) = HASTA-BIM-ANSI(5:2)
               COMPUTE DIAS-COTIZADOS-BIM =
                   DIA-HASTA-BIM - DIA-DESDE-BIM + 1
           ELSE
               COMPUTE DIAS-COTIZADOS-BIM =
                   DIAS-DEL-MES(MES-INICIO-BIM) - DIA-DESDE-BIM + 1
                   + DIA-HASTA-BIM
           END-IF.
           ADD 1 TO BIM-EMPLEADOS.
           MOVE SBC-INICIO-BIM TO ED-SBC.
           MOVE SBC-FIN-BIM    TO ED-SBC-FINAL.
           DISPLAY TE-EMPLEADO-ID(IDX-EMPLEADOS) " "
               TE-NSS(IDX-EMPLEADOS) " "
               TE-NOMBRE-EMPLEADO(IDX-EMPLEADOS)(1:25) " "
               ED-SBC " " ED-SBC-FINAL "  " DIAS-COTIZADOS-BIM.
           IF MOVS-EMPLEADO-BIM > ZERO
               PERFORM 5983-LISTAR-MOVIMIENTO-BIM THRU 5983-EXIT
                   VARYING IDX-IDSE FROM 1 BY 1
                   UNTIL IDX-IDSE > TOTAL-IDSE-CARGADOS
           END-IF.
       5981-EXIT.
           EXIT.

      *****************************************************************
      *    5982-SBC-MOVIMIENTO-BIM
      *    El SBC vigente a una fecha es el del ultimo movimiento de
      *    alta o modificacion no cancelado con fecha hasta ese dia.
      *****************************************************************
       5982-SBC-MOVIMIENTO-BIM.
           IF TIS-EMPLEADO-ID(IDX-IDSE)
               NOT = TE-EMPLEADO-ID(IDX-EMPLEADOS)
               OR TIS-ESTATUS(IDX-IDSE) = "C"
               GO TO 5982-EXIT
           END-IF.
           MOVE TIS-FECHA-MOVIMIENTO(IDX-IDSE)(7:4)
               TO MOV-IDSE-ANSI(1:4).
           MOVE TIS-FECHA-MOVIMIENTO(IDX-IDSE)(4:2)
               TO MOV-IDSE-ANSI(5:2).
           MOVE TIS-FECHA-MOVIMIENTO(IDX-IDSE)(1:2)
               TO MOV-IDSE-ANSI(7:2).
           IF MOV-IDSE-ANSI NOT < INICIO-BIM-ANSI
               AND MOV-IDSE-ANSI NOT > FIN-BIM-ANSI
               ADD 1 TO MOVS-EMPLEADO-BIM
               ADD 1 TO BIM-MOVIMIENTOS
           END-IF.
           IF TIS-TIPO-MOVIMIENTO(IDX-IDSE) = "02"
               GO TO 5982-EXIT
           END-IF.
           IF MOV-IDSE-ANSI NOT > DESDE-BIM-ANSI
               AND MOV-IDSE-ANSI NOT < MEJOR-INICIO-ANSI
               MOVE MOV-IDSE-ANSI     TO MEJOR-INICIO-ANSI
               MOVE TIS-SBC(IDX-IDSE) TO SBC-INICIO-BIM
           END-IF.
           IF MOV-IDSE-ANSI NOT > HASTA-BIM-ANSI
               AND MOV-IDSE-ANSI NOT < MEJOR-FIN-ANSI
               MOVE MOV-IDSE-ANSI     TO MEJOR-FIN-ANSI
               MOVE TIS-SBC(IDX-IDSE) TO SBC-FIN-BIM
           END-IF.
       5982-EXIT.
           EXIT.

      *****************************************************************
      *    5983-LISTAR-MOVIMIENTO-BIM
      *****************************************************************
       5983-LISTAR-MOVIMIENTO-BIM.
           IF TIS-EMPLEADO-ID(IDX-IDSE)
               NOT = TE-EMPLEADO-ID(IDX-EMPLEADOS)
               OR TIS-ESTATUS(IDX-IDSE) = "C"
               GO TO 5983-EXIT
           END-IF.
           MOVE TIS-FECHA-MOVIMIENTO(IDX-IDSE)(7:4)
               TO MOV-IDSE-ANSI(1:4).
           MOVE TIS-FECHA-MOVIMIENTO(IDX-IDSE)(4:2)
               TO MOV-IDSE-ANSI(5:2).
           MOVE TIS-FECHA-MOVIMIENTO(IDX-IDSE)(1:2)
               TO MOV-IDSE-ANSI(7:2).
           IF MOV-IDSE-ANSI NOT < INICIO-BIM-ANSI
               AND MOV-IDSE-ANSI NOT > FIN-BIM-ANSI
               MOVE TIS-SBC(IDX-IDSE) TO ED-SBC
               DISPLAY "       mov. " TIS-TIPO-MOVIMIENTO(IDX-IDSE)
                   " del " TIS-FECHA-MOVIMIENTO(IDX-IDSE)
                   " SBC " ED-SBC " estatus " TIS-ESTATUS(IDX-IDSE)
           END-IF.
       5983-EXIT.
           EXIT.

      *****************************************************************
      *    6000-REPORTE-TOTALES-NOMINA  (Opcion 4 del menu)
      *    Recorre nomina.dat y acumula los totales de control (bruto,
      *    deducciones, neto, cantidad de empleados y promedio del
      *    salario por hora) de UNICAMENTE el periodo de pago de esta
      *    corrida (FECHA-PERIODO), ya que nomina.dat acumula el
      *    historico de todos los periodos.
      *****************************************************************
       6000-REPORTE-TOTALES-NOMINA.
           MOVE ZERO TO TOTAL-BRUTO.
           MOVE ZERO TO TOTAL-DEDUCCIONES.
           MOVE ZERO TO TOTAL-NETO.
           MOVE ZERO TO TOTAL-SALARIO-POR-HORA.
           MOVE ZERO TO TOTAL-EMPLEADOS-ARCHIVO.
           CLOSE ARCHIVO-NOMINA.
           OPEN INPUT ARCHIVO-NOMINA.
           IF FS-ARCHIVO-NOMINA = "00"
               PERFORM 6100-ACUMULAR-REGISTRO-NOMINA THRU 6100-EXIT
                   UNTIL FS-ARCHIVO-NOMINA = "10"
               CLOSE ARCHIVO-NOMINA
           END-IF.
           PERFORM 9110-ABRIR-NOMINA-IO THRU 9110-EXIT.
           IF TOTAL-EMPLEADOS-ARCHIVO > 0
               COMPUTE PROMEDIO-SALARIO-HORA ROUNDED =
                   TOTAL-SALARIO-POR-HORA / TOTAL-EMPLEADOS-ARCHIVO
           ELSE
               MOVE ZERO TO PROMEDIO-SALARIO-HORA
           END-IF.
           DISPLAY "========================================".
           DISPLAY "|     TOTALES DE CONTROL DE NOMINA      |".
           DISPLAY "========================================".
           DISPLAY "|Periodo de pago:         |" FECHA-PERIODO.
           DISPLAY "|Empleados en el periodo: |"
               TOTAL-EMPLEADOS-ARCHIVO.
           DISPLAY "|Total salario bruto:     |" TOTAL-BRUTO.
           DISPLAY "|Total deducciones:       |" TOTAL-DEDUCCIONES.
           DISPLAY "|Total salario neto:      |" TOTAL-NETO.
           DISPLAY "|Promedio salario/hora:   |"
               PROMEDIO-SALARIO-HORA.
           DISPLAY "========================================".
       6000-EXIT.
           EXIT.

      *****************************************************************
      *    6100-ACUMULAR-REGISTRO-NOMINA
      *    Solo acumula los renglones del periodo de pago actual
      *    (FECHA-PERIODO); los demas periodos guardados en el
      *    historico de nomina.dat se ignoran para este reporte. Los
      *    reversos restan, para que los totales queden neteados (el
      *    orden de la llave garantiza que el original se lee antes
      *    que su reverso).
      *****************************************************************
       6100-ACUMULAR-REGISTRO-NOMINA.
           READ ARCHIVO-NOMINA NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF RN-FECHA-PERIODO = FECHA-PERIODO
                       IF RN-MOV-REVERSO
                           SUBTRACT RN-SALARIO-BRUTO FROM TOTAL-BRUTO
                           SUBTRACT RN-DEDUCCIONES
                               FROM TOTAL-DEDUCCIONES
                           SUBTRACT RN-SALARIO-NETO FROM TOTAL-NETO
                           SUBTRACT RN-SALARIO-POR-HORA
                               FROM TOTAL-SALARIO-POR-HORA
                           SUBTRACT 1 FROM TOTAL-EMPLEADOS-ARCHIVO
                       ELSE
                           ADD RN-SALARIO-BRUTO TO TOTAL-BRUTO
                           ADD RN-DEDUCCIONES TO TOTAL-DEDUCCIONES
                           ADD RN-SALARIO-NETO TO TOTAL-NETO
                           ADD RN-SALARIO-POR-HORA
                               TO TOTAL-SALARIO-POR-HORA
                           ADD 1 TO TOTAL-EMPLEADOS-ARCHIVO
                       END-IF
                   END-IF
           END-READ.
       6100-EXIT.
           EXIT.

      *****************************************************************
      *    6200-REPORTE-DEPARTAMENTOS  (Opcion 10 del menu)
      *    Cruza los registros del periodo contra el maestro por
      *    RN-EMPLEADO-ID y acumula por departamento cabezas, bruto,
      *    cada deduccion y neto. El gran total sale de los mismos
      *    registros que 6000, asi que cuadra con los totales de
      *    control del periodo. Los registros cuyo ID no esta en el
      *    maestro se listan aparte como huerfanos.
      *****************************************************************
       6200-REPORTE-DEPARTAMENTOS.
           DISPLAY "1. Costo por departamento (deducciones)".
           DISPLAY "2. Costo total empresa (con cargas patronales)".
           DISPLAY "Ingrese su opción (1-2): ".
           ACCEPT OPCION-REPORTE-DEPTO.
           IF OPCION-REPORTE-DEPTO NOT = 2
               MOVE 1 TO OPCION-REPORTE-DEPTO
           END-IF.
           MOVE ZERO TO TOTAL-DEPTOS.
           MOVE ZERO TO TOTAL-ORFANOS.
           MOVE ZERO TO ORFANOS-PERIODO.
           MOVE ZERO TO GRAN-TOTAL-EMPLEADOS.
           MOVE ZERO TO GRAN-TOTAL-BRUTO.
           MOVE ZERO TO GRAN-TOTAL-ISR.
           MOVE ZERO TO GRAN-TOTAL-IMSS.
           MOVE ZERO TO GRAN-TOTAL-RETIRO.
           MOVE ZERO TO GRAN-TOTAL-ADICIONAL.
           MOVE ZERO TO GRAN-TOTAL-DEDUCCIONES.
           MOVE ZERO TO GRAN-TOTAL-NETO.
           PERFORM 4610-CARGAR-TABLA-EMPLEADOS THRU 4610-EXIT.
           PERFORM 4612-AVISAR-MAESTRO-EXCEDIDO THRU 4612-EXIT.
           CLOSE ARCHIVO-NOMINA.
           OPEN INPUT ARCHIVO-NOMINA.
           IF FS-ARCHIVO-NOMINA = "00"
               PERFORM 6210-LEER-NOMINA-DEPTO THRU 6210-EXIT
                   UNTIL FS-ARCHIVO-NOMINA = "10"
               CLOSE ARCHIVO-NOMINA
           END-IF.
           PERFORM 9110-ABRIR-NOMINA-IO THRU 9110-EXIT.
           DISPLAY "===============================================".
           DISPLAY "|   COSTO DE NOMINA POR DEPARTAMENTO          |".
           DISPLAY "|   Periodo: " FECHA-PERIODO.
           DISPLAY "===============================================".
           IF TOTAL-DEPTOS = ZERO AND TOTAL-ORFANOS = ZERO
               DISPLAY "No hay registros en el periodo."
               GO TO 6200-EXIT
           END-IF.
           PERFORM 6230-IMPRIMIR-DEPTO THRU 6230-EXIT
               VARYING IDX-DEPTOS FROM 1 BY 1
               UNTIL IDX-DEPTOS > TOTAL-DEPTOS.
           DISPLAY "===============================================".
           DISPLAY "| GRAN TOTAL DEL PERIODO                      |".
           DISPLAY "|Empleados:        |" GRAN-TOTAL-EMPLEADOS.
           DISPLAY "|Bruto:            |" GRAN-TOTAL-BRUTO.
           DISPLAY "|ISR:              |" GRAN-TOTAL-ISR.
           DISPLAY "|IMSS:             |" GRAN-TOTAL-IMSS.
           DISPLAY "|Retiro:           |" GRAN-TOTAL-RETIRO.
           DISPLAY "|Deduc. adicional: |" GRAN-TOTAL-ADICIONAL.
           DISPLAY "|Deducciones:      |" GRAN-TOTAL-DEDUCCIONES.
           DISPLAY "|Neto:             |" GRAN-TOTAL-NETO.
           DISPLAY "===============================================".
           IF OPCION-REPORTE-DEPTO = 2
               PERFORM 6250-COSTO-TOTAL-EMPRESA THRU 6250-EXIT
           END-IF.
           IF ORFANOS-PERIODO > ZERO
               DISPLAY "| REGISTROS SIN EMPLEADO EN EL MAESTRO        |"
               PERFORM 6240-IMPRIMIR-ORFANO THRU 6240-EXIT
                   VARYING IDX-ORFANOS FROM 1 BY 1
                   UNTIL IDX-ORFANOS > TOTAL-ORFANOS
               DISPLAY "Registros huerfanos en el periodo: "
                   ORFANOS-PERIODO
               DISPLAY "==============================================="
           END-IF.
       6200-EXIT.
           EXIT.

      *****************************************************************
      *    6210-LEER-NOMINA-DEPTO
      *****************************************************************
       6210-LEER-NOMINA-DEPTO.
           READ ARCHIVO-NOMINA NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF RN-FECHA-PERIODO = FECHA-PERIODO
                       PERFORM 6220-ACUMULAR-DEPTO THRU 6220-EXIT
                   END-IF
           END-READ.
       6210-EXIT.
           EXIT.

      *****************************************************************
      *    6220-ACUMULAR-DEPTO
      *    Acumula un registro del periodo en su departamento (via el
      *    maestro) y en el gran total, restando los reversos para
      *    netear; si el ID no esta en el maestro lo guarda como
      *    huerfano.
      *****************************************************************
       6220-ACUMULAR-DEPTO.
           IF RN-MOV-REVERSO
               SUBTRACT 1 FROM GRAN-TOTAL-EMPLEADOS
               SUBTRACT RN-SALARIO-BRUTO   FROM GRAN-TOTAL-BRUTO
               SUBTRACT RN-DEDUCCION-ISR   FROM GRAN-TOTAL-ISR
               SUBTRACT RN-DEDUCCION-IMSS  FROM GRAN-TOTAL-IMSS
               SUBTRACT RN-DEDUCCION-RETIRO FROM GRAN-TOTAL-RETIRO
               SUBTRACT RN-DEDUCCION-ADICIONAL
                   FROM GRAN-TOTAL-ADICIONAL
               SUBTRACT RN-DEDUCCIONES FROM GRAN-TOTAL-DEDUCCIONES
               SUBTRACT RN-SALARIO-NETO FROM GRAN-TOTAL-NETO
           ELSE
               ADD 1                       TO GRAN-TOTAL-EMPLEADOS
               ADD RN-SALARIO-BRUTO        TO GRAN-TOTAL-BRUTO
               ADD RN-DEDUCCION-ISR        TO GRAN-TOTAL-ISR
               ADD RN-DEDUCCION-IMSS       TO GRAN-TOTAL-IMSS
               ADD RN-DEDUCCION-RETIRO     TO GRAN-TOTAL-RETIRO
               ADD RN-DEDUCCION-ADICIONAL  TO GRAN-TOTAL-ADICIONAL
               ADD RN-DEDUCCIONES          TO GRAN-TOTAL-DEDUCCIONES
               ADD RN-SALARIO-NETO         TO GRAN-TOTAL-NETO
           END-IF.
           MOVE ZERO TO IDX-EMPLEADO-DISP.
           MOVE RN-EMPLEADO-ID TO EMPLEADO-ID-BUSCADO.
           PERFORM 4925-BUSCAR-CUENTA-EMPLEADO THRU 4925-EXIT
               VARYING IDX-EMPLEADOS FROM 1 BY 1
               UNTIL IDX-EMPLEADOS > TOTAL-EMPLEADOS-TABLA
               OR IDX-EMPLEADO-DISP > ZERO.
           IF IDX-EMPLEADO-DISP = ZERO
               ADD 1 TO ORFANOS-PERIODO
               IF TOTAL-ORFANOS < 50
                   ADD 1 TO TOTAL-ORFANOS
                   MOVE RN-EMPLEADO-ID
                       TO TOR-EMPLEADO-ID(TOTAL-ORFANOS)
                   MOVE RN-NOMBRE-EMPLEADO
                       TO TOR-NOMBRE(TOTAL-ORFANOS)
                   MOVE RN-TIPO-MOVIMIENTO TO TOR-TIPO(TOTAL-ORFANOS)
                   MOVE RN-SALARIO-NETO TO TOR-NETO(TOTAL-ORFANOS)
               END-IF
               GO TO 6220-EXIT
           END-IF.
           MOVE TE-DEPARTAMENTO(IDX-EMPLEADO-DISP) TO DEPTO-ACTUAL.
           MOVE ZERO TO IDX-DEPTO-ENC.
           PERFORM 6225-BUSCAR-DEPTO-TABLA THRU 6225-EXIT
               VARYING IDX-DEPTOS FROM 1 BY 1
               UNTIL IDX-DEPTOS > TOTAL-DEPTOS
               OR IDX-DEPTO-ENC > ZERO.
           IF IDX-DEPTO-ENC = ZERO
               IF TOTAL-DEPTOS >= 50
                   DISPLAY "AVISO: mas de 50 departamentos; el "
                       "registro se acumula solo en el gran total."
                   GO TO 6220-EXIT
               END-IF
               ADD 1 TO TOTAL-DEPTOS
               MOVE TOTAL-DEPTOS TO IDX-DEPTO-ENC
               MOVE DEPTO-ACTUAL TO TDP-NOMBRE(IDX-DEPTO-ENC)
               MOVE ZERO TO TDP-EMPLEADOS(IDX-DEPTO-ENC)
               MOVE ZERO TO TDP-BRUTO(IDX-DEPTO-ENC)
               MOVE ZERO TO TDP-ISR(IDX-DEPTO-ENC)
               MOVE ZERO TO TDP-IMSS(IDX-DEPTO-ENC)
               MOVE ZERO TO TDP-RETIRO(IDX-DEPTO-ENC)
               MOVE ZERO TO TDP-ADICIONAL(IDX-DEPTO-ENC)
               MOVE ZERO TO TDP-DEDUCCIONES(IDX-DEPTO-ENC)
               MOVE ZERO TO TDP-NETO(IDX-DEPTO-ENC)
           END-IF.
           IF RN-MOV-REVERSO
               SUBTRACT 1 FROM TDP-EMPLEADOS(IDX-DEPTO-ENC)
               SUBTRACT RN-SALARIO-BRUTO
                   FROM TDP-BRUTO(IDX-DEPTO-ENC)
               SUBTRACT RN-DEDUCCION-ISR
                   FROM TDP-ISR(IDX-DEPTO-ENC)
               SUBTRACT RN-DEDUCCION-IMSS
                   FROM TDP-IMSS(IDX-DEPTO-ENC)
               SUBTRACT RN-DEDUCCION-RETIRO
                   FROM TDP-RETIRO(IDX-DEPTO-ENC)
               SUBTRACT RN-DEDUCCION-ADICIONAL
                   FROM TDP-ADICIONAL(IDX-DEPTO-ENC)
               SUBTRACT RN-DEDUCCIONES
                   FROM TDP-DEDUCCIONES(IDX-DEPTO-ENC)
               SUBTRACT RN-SALARIO-NETO
                   FROM TDP-NETO(IDX-DEPTO-ENC)
           ELSE
               ADD 1 TO TDP-EMPLEADOS(IDX-DEPTO-ENC)
               ADD RN-SALARIO-BRUTO       TO TDP-BRUTO(IDX-DEPTO-ENC)
               ADD RN-DEDUCCION-ISR       TO TDP-ISR(IDX-DEPTO-ENC)
               ADD RN-DEDUCCION-IMSS      TO TDP-IMSS(IDX-DEPTO-ENC)
               ADD RN-DEDUCCION-RETIRO    TO TDP-RETIRO(IDX-DEPTO-ENC)
               ADD RN-DEDUCCION-ADICIONAL
                   TO TDP-ADICIONAL(IDX-DEPTO-ENC)
               ADD RN-DEDUCCIONES
                   TO TDP-DEDUCCIONES(IDX-DEPTO-ENC)
               ADD RN-SALARIO-NETO        TO TDP-NETO(IDX-DEPTO-ENC)
           END-IF.
       6220-EXIT.
           EXIT.

      *****************************************************************
      *    6225-BUSCAR-DEPTO-TABLA
      *****************************************************************
       6225-BUSCAR-DEPTO-TABLA.
           IF TDP-NOMBRE(IDX-DEPTOS) = DEPTO-ACTUAL
               MOVE IDX-DEPTOS TO IDX-DEPTO-ENC
           END-IF.
       6225-EXIT.
           EXIT.

      *****************************************************************
      *    6230-IMPRIMIR-DEPTO
      *****************************************************************
       6230-IMPRIMIR-DEPTO.
           DISPLAY "-----------------------------------------------".
           DISPLAY "|Departamento:     |" TDP-NOMBRE(IDX-DEPTOS).
           DISPLAY "|Empleados:        |" TDP-EMPLEADOS(IDX-DEPTOS).
           DISPLAY "|Bruto:            |" TDP-BRUTO(IDX-DEPTOS).
           DISPLAY "|ISR:              |" TDP-ISR(IDX-DEPTOS).
           DISPLAY "|IMSS:             |" TDP-IMSS(IDX-DEPTOS).
           DISPLAY "|Retiro:           |" TDP-RETIRO(IDX-DEPTOS).
           DISPLAY "|Deduc. adicional: |" TDP-ADICIONAL(IDX-DEPTOS).
           DISPLAY "|Deducciones:      |" TDP-DEDUCCIONES(IDX-DEPTOS).
           DISPLAY "|Neto:             |" TDP-NETO(IDX-DEPTOS).
       6230-EXIT.
           EXIT.

      *****************************************************************
      *    6240-IMPRIMIR-ORFANO
      *****************************************************************
       6240-IMPRIMIR-ORFANO.
           DISPLAY "|" TOR-EMPLEADO-ID(IDX-ORFANOS) " "
               TOR-TIPO(IDX-ORFANOS) " "
               TOR-NOMBRE(IDX-ORFANOS)(1:30) " "
               TOR-NETO(IDX-ORFANOS).
       6240-EXIT.
           EXIT.

      *****************************************************************
      *    6250-COSTO-TOTAL-EMPRESA
      *    Variante del reporte por departamento: por cada depto
      *    calcula las cargas patronales con los mismos factores que
      *    costopat.txt y muestra el costo total empresa (bruto mas
      *    cargas). El bruto que no quedo en ningun departamento
      *    (registros huerfanos o deptos que excedieron la tabla)
      *    aporta su propia linea, porque sus movimientos tambien
      *    estan en costopat.txt. El gran total de cargas se cuadra
      *    contra la suma neteada de costopat.txt del periodo.
      *****************************************************************
       6250-COSTO-TOTAL-EMPRESA.
           MOVE ZERO TO GRAN-TOTAL-CARGAS.
           MOVE ZERO TO GRAN-TOTAL-COSTO.
           DISPLAY "===============================================".
           DISPLAY "| COSTO TOTAL EMPRESA POR DEPARTAMENTO        |".
           DISPLAY "===============================================".
           PERFORM 6255-IMPRIMIR-COSTO-DEPTO THRU 6255-EXIT
               VARYING IDX-DEPTOS FROM 1 BY 1
               UNTIL IDX-DEPTOS > TOTAL-DEPTOS.
      *    Cargas del bruto sin departamento, como la linea "(SIN
      *    DEPARTAMENTO)" de la poliza: sin esto, un solo huerfano
      *    en el periodo dejaria el costo empresa corto y el cuadre
      *    contra costopat.txt daria una falsa alarma.
           MOVE GRAN-TOTAL-BRUTO TO IMPORTE-POLIZA.
           PERFORM 6443-RESTAR-BRUTO-DEPTO THRU 6443-EXIT
               VARYING IDX-DEPTOS FROM 1 BY 1
               UNTIL IDX-DEPTOS > TOTAL-DEPTOS.
           IF IMPORTE-POLIZA NOT = ZERO
               COMPUTE CARGA-PATRONAL-DEPTO ROUNDED =
                   IMPORTE-POLIZA
                   * (FACTOR-IMSS-PATRON + FACTOR-RETIRO-PATRON
                   + FACTOR-INFONAVIT + FACTOR-PROV-AGUINALDO
                   + FACTOR-PROV-VACACIONES)
               COMPUTE COSTO-EMPRESA-DEPTO =
                   IMPORTE-POLIZA + CARGA-PATRONAL-DEPTO
               ADD CARGA-PATRONAL-DEPTO TO GRAN-TOTAL-CARGAS
               ADD COSTO-EMPRESA-DEPTO  TO GRAN-TOTAL-COSTO
               DISPLAY "-----------------------------------------"
                   "------"
               DISPLAY "|Departamento:      |(SIN DEPARTAMENTO)"
               DISPLAY "|Bruto:             |" IMPORTE-POLIZA
               DISPLAY "|Cargas patronales: |" CARGA-PATRONAL-DEPTO
               DISPLAY "|Costo empresa:     |" COSTO-EMPRESA-DEPTO
           END-IF.
           DISPLAY "-----------------------------------------------".
           DISPLAY "|Bruto del periodo:     |" GRAN-TOTAL-BRUTO.
           DISPLAY "|Cargas patronales:     |" GRAN-TOTAL-CARGAS.
           DISPLAY "|Costo total empresa:   |" GRAN-TOTAL-COSTO.
           PERFORM 6260-CUADRAR-COSTOPAT THRU 6260-EXIT.
           DISPLAY "===============================================".
       6250-EXIT.
           EXIT.

      *****************************************************************
      *    6255-IMPRIMIR-COSTO-DEPTO
      *****************************************************************
       6255-IMPRIMIR-COSTO-DEPTO.
           COMPUTE CARGA-PATRONAL-DEPTO ROUNDED =
               TDP-BRUTO(IDX-DEPTOS)
               * (FACTOR-IMSS-PATRON + FACTOR-RETIRO-PATRON
               + FACTOR-INFONAVIT + FACTOR-PROV-AGUINALDO
               + FACTOR-PROV-VACACIONES).
           COMPUTE COSTO-EMPRESA-DEPTO =
               TDP-BRUTO(IDX-DEPTOS) + CARGA-PATRONAL-DEPTO.
           ADD CARGA-PATRONAL-DEPTO TO GRAN-TOTAL-CARGAS.
           ADD COSTO-EMPRESA-DEPTO  TO GRAN-TOTAL-COSTO.
           DISPLAY "-----------------------------------------------".
           DISPLAY "|Departamento:      |" TDP-NOMBRE(IDX-DEPTOS).
           DISPLAY "|Bruto:             |" TDP-BRUTO(IDX-DEPTOS).
           DISPLAY "|Cargas patronales: |" CARGA-PATRONAL-DEPTO.
           DISPLAY "|Costo empresa:     |" COSTO-EMPRESA-DEPTO.
       6255-EXIT.
           EXIT.

      *****************************************************************
      *    6260-CUADRAR-COSTOPAT
      *    Netea los registros de costopat.txt del periodo (tipo R
      *    resta) y compara contra las cargas calculadas del
      *    reporte. Cada linea de costopat.txt redondea cinco
      *    componentes por separado, asi que la tolerancia del
      *    cuadre crece con la cantidad de movimientos del periodo
      *    (3 centavos por movimiento, mas un peso por los redondeos
      *    del propio reporte) en vez de ser un peso fijo. La
      *    aportacion patronal al fondo de ahorro se netea aparte y
      *    solo se informa: no es carga del cuadre.
      *****************************************************************
       6260-CUADRAR-COSTOPAT.
           MOVE ZERO TO COSTOPAT-PERIODO.
           MOVE ZERO TO COSTOPAT-MOVIMIENTOS.
           MOVE ZERO TO FONDO-PATRON-PERIODO.
           OPEN INPUT ARCHIVO-COSTO-PATRONAL.
           IF FS-COSTO-PATRONAL NOT = "00"
               DISPLAY "AVISO: no hay costopat.txt contra que "
                   "cuadrar (estado " FS-COSTO-PATRONAL ")."
               GO TO 6260-EXIT
           END-IF.
           PERFORM 6265-LEER-COSTOPAT THRU 6265-EXIT
               UNTIL FS-COSTO-PATRONAL = "10".
           CLOSE ARCHIVO-COSTO-PATRONAL.
           DISPLAY "|Segun costopat.txt:    |" COSTOPAT-PERIODO.
           IF FONDO-PATRON-PERIODO NOT = ZERO
               DISPLAY "|Fondo ahorro patronal: |"
                   FONDO-PATRON-PERIODO
           END-IF.
           COMPUTE DIFERENCIA-COSTOPAT =
               GRAN-TOTAL-CARGAS - COSTOPAT-PERIODO.
           IF DIFERENCIA-COSTOPAT < ZERO
               COMPUTE DIFERENCIA-COSTOPAT =
                   ZERO - DIFERENCIA-COSTOPAT
           END-IF.
           COMPUTE TOLERANCIA-COSTOPAT =
               COSTOPAT-MOVIMIENTOS * 0.03 + 1.00.
           IF DIFERENCIA-COSTOPAT > TOLERANCIA-COSTOPAT
               DISPLAY "AVISO: las cargas patronales NO cuadran con "
                   "costopat.txt; revise movimientos grabados antes "
                   "del cambio de factores."
           ELSE
               DISPLAY "Cargas patronales cuadradas con "
                   "costopat.txt."
           END-IF.
       6260-EXIT.
           EXIT.

      *****************************************************************
      *    6265-LEER-COSTOPAT
      *****************************************************************
       6265-LEER-COSTOPAT.
           READ ARCHIVO-COSTO-PATRONAL
               AT END
                   CONTINUE
               NOT AT END
                   IF CT-FECHA-PERIODO = FECHA-PERIODO
                       ADD 1 TO COSTOPAT-MOVIMIENTOS
                       IF CT-TIPO-MOVIMIENTO = "R"
                           SUBTRACT CT-TOTAL-PATRON
                               FROM COSTOPAT-PERIODO
                       ELSE
                           ADD CT-TOTAL-PATRON TO COSTOPAT-PERIODO
                       END-IF
                       IF CT-FONDO-PATRON IS NUMERIC
                           IF CT-TIPO-MOVIMIENTO = "R"
                               SUBTRACT CT-FONDO-PATRON
                                   FROM FONDO-PATRON-PERIODO
                           ELSE
                               ADD CT-FONDO-PATRON
                                   TO FONDO-PATRON-PERIODO
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       6265-EXIT.
           EXIT.

      *****************************************************************
      *    6300-REPORTE-VARIACIONES  (Opcion 16 del menu)
      *    Compara, empleado por empleado, el bruto y el neto del
      *    periodo actual contra los del ultimo periodo cerrado
      *    anterior (periodos.txt), neteando los movimientos de cada
      *    periodo. Reporta las variaciones que excedan el umbral
      *    porcentual capturado, los empleados que cobraron antes y
      *    ahora no aparecen y los nuevos del periodo. Deja marcado
      *    que el reporte ya se corrio para FECHA-PERIODO, para que
      *    el cierre no tenga que avisar.
      *****************************************************************
       6300-REPORTE-VARIACIONES.
           PERFORM 6310-BUSCAR-PERIODO-ANTERIOR THRU 6310-EXIT.
           IF PERIODO-ANTERIOR = SPACES
               DISPLAY "No hay ningun periodo cerrado anterior a "
                   FECHA-PERIODO " en periodos.txt; no hay contra "
                   "que comparar."
               GO TO 6300-EXIT
           END-IF.
      *    En la corrida de cierre (6900) el umbral viene del archivo
      *    de control.
           IF CORRIDA-INTERACTIVA
               DISPLAY "Ingrese el porcentaje de variacion a reportar "
                   "(ejemplo: 020.00 = 20%):"
               ACCEPT PORCENTAJE-UMBRAL
           END-IF.
           PERFORM 6320-CARGAR-VARIACIONES THRU 6320-EXIT.
           MOVE ZERO TO VAR-REPORTADAS.
           MOVE ZERO TO VAR-NUEVOS.
           MOVE ZERO TO VAR-AUSENTES.
           DISPLAY "===============================================".
           DISPLAY "| VARIACIONES DEL PERIODO " FECHA-PERIODO.
           DISPLAY "| contra el periodo cerrado " PERIODO-ANTERIOR.
           DISPLAY "| Umbral: " PORCENTAJE-UMBRAL " %".
           DISPLAY "===============================================".
           PERFORM 6330-EVALUAR-VARIACION THRU 6330-EXIT
               VARYING IDX-VARIACIONES FROM 1 BY 1
               UNTIL IDX-VARIACIONES > TOTAL-VAR-EMPLEADOS.
           DISPLAY "-----------------------------------------------".
           DISPLAY "|Variaciones sobre umbral: |" VAR-REPORTADAS.
           DISPLAY "|Empleados nuevos:         |" VAR-NUEVOS.
           DISPLAY "|Empleados que ya no estan:|" VAR-AUSENTES.
           DISPLAY "===============================================".
           SET VARIACIONES-CORRIDAS TO TRUE.
           MOVE FECHA-PERIODO TO VARIACIONES-PERIODO.
       6300-EXIT.
           EXIT.

      *****************************************************************
      *    6310-BUSCAR-PERIODO-ANTERIOR
      *    Deja en PERIODO-ANTERIOR el periodo cerrado de fecha mas
      *    reciente que sea anterior a FECHA-PERIODO (comparando en
      *    AAAAMMDD), o espacios si no hay ninguno.
      *****************************************************************
       6310-BUSCAR-PERIODO-ANTERIOR.
           MOVE SPACES TO PERIODO-ANTERIOR.
           MOVE SPACES TO PERIODO-ANTERIOR-ANSI.
           MOVE FECHA-PERIODO TO FECHA-DDMMAAAA.
           PERFORM 8400-FECHA-A-ANSI THRU 8400-EXIT.
           MOVE FECHA-AAAAMMDD TO PERIODO-AAAAMMDD.
           OPEN INPUT ARCHIVO-PERIODOS.
           IF FS-PERIODOS = "00"
               PERFORM 6315-LEER-PERIODO-ANT THRU 6315-EXIT
                   UNTIL FS-PERIODOS = "10"
               CLOSE ARCHIVO-PERIODOS
           END-IF.
       6310-EXIT.
           EXIT.

      *****************************************************************
      *    6315-LEER-PERIODO-ANT
      *****************************************************************
       6315-LEER-PERIODO-ANT.
           READ ARCHIVO-PERIODOS
               AT END
                   CONTINUE
               NOT AT END
                   IF PE-ESTATUS = "C"
                       MOVE PE-FECHA-PERIODO TO FECHA-DDMMAAAA
                       PERFORM 8400-FECHA-A-ANSI THRU 8400-EXIT
                       IF FECHA-AAAAMMDD < PERIODO-AAAAMMDD
                           AND FECHA-AAAAMMDD > PERIODO-ANTERIOR-ANSI
                           MOVE FECHA-AAAAMMDD
                               TO PERIODO-ANTERIOR-ANSI
                           MOVE PE-FECHA-PERIODO TO PERIODO-ANTERIOR
                       END-IF
                   END-IF
           END-READ.
       6315-EXIT.
           EXIT.

      *****************************************************************
      *    6320-CARGAR-VARIACIONES
      *    Recorre nomina.dat una sola vez y netea por empleado el
      *    bruto y el neto del periodo actual y del anterior (los
      *    reversos restan), en TABLA-VARIACIONES.
      *****************************************************************
       6320-CARGAR-VARIACIONES.
           MOVE ZERO TO TOTAL-VAR-EMPLEADOS.
           CLOSE ARCHIVO-NOMINA.
           OPEN INPUT ARCHIVO-NOMINA.
           IF FS-ARCHIVO-NOMINA = "00"
               PERFORM 6325-LEER-NOMINA-VAR THRU 6325-EXIT
                   UNTIL FS-ARCHIVO-NOMINA = "10"
               CLOSE ARCHIVO-NOMINA
           END-IF.
           PERFORM 9110-ABRIR-NOMINA-IO THRU 9110-EXIT.
       6320-EXIT.
           EXIT.

      *****************************************************************
      *    6325-LEER-NOMINA-VAR
      *****************************************************************
       6325-LEER-NOMINA-VAR.
           READ ARCHIVO-NOMINA NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF RN-FECHA-PERIODO = FECHA-PERIODO
                       OR RN-FECHA-PERIODO = PERIODO-ANTERIOR
                       PERFORM 6327-ACUMULAR-VARIACION THRU 6327-EXIT
                   END-IF
           END-READ.
       6325-EXIT.
           EXIT.

      *****************************************************************
      *    6327-ACUMULAR-VARIACION
      *****************************************************************
       6327-ACUMULAR-VARIACION.
           MOVE ZERO TO IDX-VAR-ENC.
           PERFORM 6328-BUSCAR-VAR-TABLA THRU 6328-EXIT
               VARYING IDX-VARIACIONES FROM 1 BY 1
               UNTIL IDX-VARIACIONES > TOTAL-VAR-EMPLEADOS
               OR IDX-VAR-ENC > ZERO.
           IF IDX-VAR-ENC = ZERO
               IF TOTAL-VAR-EMPLEADOS >= 500
                   DISPLAY "AVISO: mas de 500 empleados entre los "
                       "dos periodos; el reporte quedo incompleto."
                   GO TO 6327-EXIT
               END-IF
               ADD 1 TO TOTAL-VAR-EMPLEADOS
               MOVE TOTAL-VAR-EMPLEADOS TO IDX-VAR-ENC
               MOVE RN-EMPLEADO-ID TO TV-EMPLEADO-ID(IDX-VAR-ENC)
               MOVE RN-NOMBRE-EMPLEADO TO TV-NOMBRE(IDX-VAR-ENC)
               MOVE ZERO TO TV-BRUTO-ACTUAL(IDX-VAR-ENC)
               MOVE ZERO TO TV-NETO-ACTUAL(IDX-VAR-ENC)
               MOVE ZERO TO TV-BRUTO-ANTERIOR(IDX-VAR-ENC)
               MOVE ZERO TO TV-NETO-ANTERIOR(IDX-VAR-ENC)
           END-IF.
           IF RN-FECHA-PERIODO = FECHA-PERIODO
               IF RN-MOV-REVERSO
                   SUBTRACT RN-SALARIO-BRUTO
                       FROM TV-BRUTO-ACTUAL(IDX-VAR-ENC)
                   SUBTRACT RN-SALARIO-NETO
                       FROM TV-NETO-ACTUAL(IDX-VAR-ENC)
               ELSE
                   ADD RN-SALARIO-BRUTO
                       TO TV-BRUTO-ACTUAL(IDX-VAR-ENC)
                   ADD RN-SALARIO-NETO
                       TO TV-NETO-ACTUAL(IDX-VAR-ENC)
               END-IF
           ELSE
               IF RN-MOV-REVERSO
                   SUBTRACT RN-SALARIO-BRUTO
                       FROM TV-BRUTO-ANTERIOR(IDX-VAR-ENC)
                   SUBTRACT RN-SALARIO-NETO
                       FROM TV-NETO-ANTERIOR(IDX-VAR-ENC)
               ELSE
                   ADD RN-SALARIO-BRUTO
                       TO TV-BRUTO-ANTERIOR(IDX-VAR-ENC)
                   ADD RN-SALARIO-NETO
                       TO TV-NETO-ANTERIOR(IDX-VAR-ENC)
               END-IF
           END-IF.
       6327-EXIT.
           EXIT.

      *****************************************************************
      *    6328-BUSCAR-VAR-TABLA
      *****************************************************************
       6328-BUSCAR-VAR-TABLA.
           IF TV-EMPLEADO-ID(IDX-VARIACIONES) = RN-EMPLEADO-ID
               MOVE IDX-VARIACIONES TO IDX-VAR-ENC
           END-IF.
       6328-EXIT.
           EXIT.

      *****************************************************************
      *    6330-EVALUAR-VARIACION
      *    Clasifica a un empleado de la tabla: nuevo en el periodo,
      *    ausente respecto al anterior, o con variacion de bruto o
      *    neto por encima del umbral.
      *****************************************************************
       6330-EVALUAR-VARIACION.
           IF TV-NETO-ANTERIOR(IDX-VARIACIONES) = ZERO
               AND TV-BRUTO-ANTERIOR(IDX-VARIACIONES) = ZERO
               IF TV-NETO-ACTUAL(IDX-VARIACIONES) NOT = ZERO
                   OR TV-BRUTO-ACTUAL(IDX-VARIACIONES) NOT = ZERO
                   ADD 1 TO VAR-NUEVOS
                   DISPLAY "NUEVO:    "
                       TV-EMPLEADO-ID(IDX-VARIACIONES) " "
                       TV-NOMBRE(IDX-VARIACIONES)(1:25)
                       " neto " TV-NETO-ACTUAL(IDX-VARIACIONES)
               END-IF
               GO TO 6330-EXIT
           END-IF.
           IF TV-NETO-ACTUAL(IDX-VARIACIONES) = ZERO
               AND TV-BRUTO-ACTUAL(IDX-VARIACIONES) = ZERO
               ADD 1 TO VAR-AUSENTES
               DISPLAY "AUSENTE:  "
                   TV-EMPLEADO-ID(IDX-VARIACIONES) " "
                   TV-NOMBRE(IDX-VARIACIONES)(1:25)
                   " cobraba " TV-NETO-ANTERIOR(IDX-VARIACIONES)
               GO TO 6330-EXIT
           END-IF.
           MOVE ZERO TO VARIACION-BRUTO-PCT.
           IF TV-BRUTO-ANTERIOR(IDX-VARIACIONES) NOT = ZERO
               COMPUTE DIFERENCIA-VARIACION =
                   TV-BRUTO-ACTUAL(IDX-VARIACIONES)
                   - TV-BRUTO-ANTERIOR(IDX-VARIACIONES)
               IF DIFERENCIA-VARIACION < ZERO
                   COMPUTE DIFERENCIA-VARIACION =
                       ZERO - DIFERENCIA-VARIACION
               END-IF
               COMPUTE VARIACION-BRUTO-PCT ROUNDED =
                   DIFERENCIA-VARIACION * 100
                   / TV-BRUTO-ANTERIOR(IDX-VARIACIONES)
           END-IF.
           MOVE ZERO TO VARIACION-NETO-PCT.
           IF TV-NETO-ANTERIOR(IDX-VARIACIONES) NOT = ZERO
               COMPUTE DIFERENCIA-VARIACION =
                   TV-NETO-ACTUAL(IDX-VARIACIONES)
                   - TV-NETO-ANTERIOR(IDX-VARIACIONES)
               IF DIFERENCIA-VARIACION < ZERO
                   COMPUTE DIFERENCIA-VARIACION =
                       ZERO - DIFERENCIA-VARIACION
               END-IF
               COMPUTE VARIACION-NETO-PCT ROUNDED =
                   DIFERENCIA-VARIACION * 100
                   / TV-NETO-ANTERIOR(IDX-VARIACIONES)
           END-IF.
           IF VARIACION-BRUTO-PCT > PORCENTAJE-UMBRAL
               OR VARIACION-NETO-PCT > PORCENTAJE-UMBRAL
               ADD 1 TO VAR-REPORTADAS
               DISPLAY "VARIACION: "
                   TV-EMPLEADO-ID(IDX-VARIACIONES) " "
                   TV-NOMBRE(IDX-VARIACIONES)(1:25)
               DISPLAY "   bruto " TV-BRUTO-ANTERIOR(IDX-VARIACIONES)
                   " -> " TV-BRUTO-ACTUAL(IDX-VARIACIONES)
                   " (" VARIACION-BRUTO-PCT " %)"
               DISPLAY "   neto  " TV-NETO-ANTERIOR(IDX-VARIACIONES)
                   " -> " TV-NETO-ACTUAL(IDX-VARIACIONES)
                   " (" VARIACION-NETO-PCT " %)"
           END-IF.
       6330-EXIT.
           EXIT.

      *****************************************************************
      *    6400-GENERAR-POLIZA  (Opcion 19 del menu)
      *    Genera poliza.txt para un periodo YA CERRADO: cargo de
      *    sueldos al gasto por departamento, abonos de las
      *    retenciones (ISR, IMSS, retiro) y de las deducciones
      *    adicionales a cuentas por pagar, y abono del neto a
      *    bancos, con las cuentas del catalogo cuentas.txt. La
      *    poliza se arma en la tabla y solo se emite si cuadra:
      *    cargos = abonos, cargos = PE-TOTAL-BRUTO y neto =
      *    PE-TOTAL-NETO del registro del cierre; si no cuadra se
      *    reporta y no se graba nada.
      *****************************************************************
       6400-GENERAR-POLIZA.
           SET POLIZA-NO-EMITIDA TO TRUE.
           PERFORM 6410-LEER-TOTALES-PERIODO THRU 6410-EXIT.
           IF PERIODO-NO-EN-ARCHIVO
               DISPLAY "El periodo " FECHA-PERIODO " no esta cerrado"
                   " en periodos.txt; cierre el periodo antes de "
                   "generar la poliza."
               GO TO 6400-EXIT
           END-IF.
           PERFORM 6420-CARGAR-CUENTAS THRU 6420-EXIT.
           IF TOTAL-CUENTAS-CARGADAS = ZERO
               DISPLAY "No hay catalogo de cuentas (cuentas.txt); "
                   "la poliza no se genera."
               GO TO 6400-EXIT
           END-IF.
           PERFORM 6430-ACUMULAR-POLIZA THRU 6430-EXIT.
           PERFORM 6440-ARMAR-POLIZA THRU 6440-EXIT.
           IF CUENTA-FALTANTE
               DISPLAY "La poliza NO se emite: faltan conceptos en "
                   "cuentas.txt."
               GO TO 6400-EXIT
           END-IF.
           IF TOTAL-CARGOS-POLIZA NOT = TOTAL-ABONOS-POLIZA
               DISPLAY "==========ERROR=========="
               DISPLAY "La poliza NO cuadra: cargos "
                   TOTAL-CARGOS-POLIZA " contra abonos "
                   TOTAL-ABONOS-POLIZA "; no se emite."
               GO TO 6400-EXIT
           END-IF.
           IF TOTAL-CARGOS-POLIZA NOT = PERIODO-CERRADO-BRUTO
               DISPLAY "==========ERROR=========="
               DISPLAY "La poliza NO cuadra con el cierre: cargos "
                   TOTAL-CARGOS-POLIZA " contra PE-TOTAL-BRUTO "
                   PERIODO-CERRADO-BRUTO "; no se emite."
               GO TO 6400-EXIT
           END-IF.
           IF GRAN-TOTAL-NETO NOT = PERIODO-CERRADO-NETO
               DISPLAY "==========ERROR=========="
               DISPLAY "La poliza NO cuadra con el cierre: neto "
                   GRAN-TOTAL-NETO " contra PE-TOTAL-NETO "
                   PERIODO-CERRADO-NETO "; no se emite."
               GO TO 6400-EXIT
           END-IF.
           PERFORM 6450-GRABAR-POLIZA THRU 6450-EXIT.
       6400-EXIT.
           EXIT.

      *****************************************************************
      *    6410-LEER-TOTALES-PERIODO
      *    Busca FECHA-PERIODO cerrado en periodos.txt y conserva
      *    sus totales de control para el cuadre de la poliza.
      *****************************************************************
       6410-LEER-TOTALES-PERIODO.
           SET PERIODO-NO-EN-ARCHIVO TO TRUE.
           MOVE ZERO TO PERIODO-CERRADO-BRUTO.
           MOVE ZERO TO PERIODO-CERRADO-NETO.
           OPEN INPUT ARCHIVO-PERIODOS.
           IF FS-PERIODOS = "00"
               PERFORM 6415-LEER-UN-PERIODO-POL THRU 6415-EXIT
                   UNTIL FS-PERIODOS = "10"
               CLOSE ARCHIVO-PERIODOS
           END-IF.
       6410-EXIT.
           EXIT.

      *****************************************************************
      *    6415-LEER-UN-PERIODO-POL
      *****************************************************************
       6415-LEER-UN-PERIODO-POL.
           READ ARCHIVO-PERIODOS
               AT END
                   CONTINUE
               NOT AT END
                   IF PE-FECHA-PERIODO = FECHA-PERIODO
                       AND PE-ESTATUS = "C"
                       SET PERIODO-EN-ARCHIVO TO TRUE
                       MOVE PE-TOTAL-BRUTO TO PERIODO-CERRADO-BRUTO
                       MOVE PE-TOTAL-NETO  TO PERIODO-CERRADO-NETO
                   END-IF
           END-READ.
       6415-EXIT.
           EXIT.

      *****************************************************************
      *    6420-CARGAR-CUENTAS
      *    Carga cuentas.txt completo a TABLA-CUENTAS.
      *****************************************************************
       6420-CARGAR-CUENTAS.
           MOVE ZERO TO TOTAL-CUENTAS-CARGADAS.
           OPEN INPUT ARCHIVO-CUENTAS.
           IF FS-CUENTAS = "00"
               PERFORM 6425-LEER-CUENTA THRU 6425-EXIT
                   UNTIL FS-CUENTAS = "10"
               CLOSE ARCHIVO-CUENTAS
           END-IF.
       6420-EXIT.
           EXIT.

      *****************************************************************
      *    6425-LEER-CUENTA
      *****************************************************************
       6425-LEER-CUENTA.
           READ ARCHIVO-CUENTAS
               AT END
                   CONTINUE
               NOT AT END
                   IF TOTAL-CUENTAS-CARGADAS < 20
                       ADD 1 TO TOTAL-CUENTAS-CARGADAS
                       MOVE CU-CONCEPTO
                           TO TCU-CONCEPTO(TOTAL-CUENTAS-CARGADAS)
                       MOVE CU-CUENTA
                           TO TCU-CUENTA(TOTAL-CUENTAS-CARGADAS)
                       MOVE CU-NATURALEZA
                           TO TCU-NATURALEZA(TOTAL-CUENTAS-CARGADAS)
                   ELSE
                       DISPLAY "AVISO: cuentas.txt excede las 20 "
                           "cuentas; las restantes se ignoran."
                   END-IF
           END-READ.
       6425-EXIT.
           EXIT.

      *****************************************************************
      *    6430-ACUMULAR-POLIZA
      *    Acumula el periodo por departamento y en los grandes
      *    totales con la misma mecanica del reporte por
      *    departamento (6210/6220), para que la poliza salga de los
      *    mismos numeros.
      *****************************************************************
       6430-ACUMULAR-POLIZA.
           MOVE ZERO TO TOTAL-DEPTOS.
           MOVE ZERO TO TOTAL-ORFANOS.
           MOVE ZERO TO ORFANOS-PERIODO.
           MOVE ZERO TO GRAN-TOTAL-EMPLEADOS.
           MOVE ZERO TO GRAN-TOTAL-BRUTO.
           MOVE ZERO TO GRAN-TOTAL-ISR.
           MOVE ZERO TO GRAN-TOTAL-IMSS.
           MOVE ZERO TO GRAN-TOTAL-RETIRO.
           MOVE ZERO TO GRAN-TOTAL-ADICIONAL.
           MOVE ZERO TO GRAN-TOTAL-DEDUCCIONES.
           MOVE ZERO TO GRAN-TOTAL-NETO.
           PERFORM 4610-CARGAR-TABLA-EMPLEADOS THRU 4610-EXIT.
           PERFORM 4612-AVISAR-MAESTRO-EXCEDIDO THRU 4612-EXIT.
           CLOSE ARCHIVO-NOMINA.
           OPEN INPUT ARCHIVO-NOMINA.
           IF FS-ARCHIVO-NOMINA = "00"
               PERFORM 6210-LEER-NOMINA-DEPTO THRU 6210-EXIT
                   UNTIL FS-ARCHIVO-NOMINA = "10"
               CLOSE ARCHIVO-NOMINA
           END-IF.
           PERFORM 9110-ABRIR-NOMINA-IO THRU 9110-EXIT.
       6430-EXIT.
           EXIT.

      *****************************************************************
      *    6440-ARMAR-POLIZA
      *    Arma los renglones en TABLA-POLIZA: un cargo de SUELDOS
      *    por departamento (mas uno sin departamento si hay bruto
      *    de registros huerfanos), y los abonos de retenciones,
      *    deducciones adicionales y neto. Los importes en cero no
      *    generan renglon, salvo el neto.
      *****************************************************************
       6440-ARMAR-POLIZA.
           MOVE ZERO TO TOTAL-LINEAS-POLIZA.
           MOVE ZERO TO TOTAL-CARGOS-POLIZA.
           MOVE ZERO TO TOTAL-ABONOS-POLIZA.
           SET CUENTAS-COMPLETAS TO TRUE.
           PERFORM 6442-LINEA-SUELDOS-DEPTO THRU 6442-EXIT
               VARYING IDX-DEPTOS FROM 1 BY 1
               UNTIL IDX-DEPTOS > TOTAL-DEPTOS.
      *    Bruto que no quedo en ningun departamento (registros
      *    huerfanos o deptos que excedieron la tabla): sin esta
      *    linea los cargos no cuadrarian con PE-TOTAL-BRUTO.
           MOVE GRAN-TOTAL-BRUTO TO IMPORTE-POLIZA.
           PERFORM 6443-RESTAR-BRUTO-DEPTO THRU 6443-EXIT
               VARYING IDX-DEPTOS FROM 1 BY 1
               UNTIL IDX-DEPTOS > TOTAL-DEPTOS.
           IF IMPORTE-POLIZA NOT = ZERO
               MOVE "SUELDOS" TO CONCEPTO-BUSCADO
               MOVE "(SIN DEPARTAMENTO)" TO DEPTO-POLIZA
               PERFORM 6445-AGREGAR-LINEA-POLIZA THRU 6445-EXIT
           END-IF.
           MOVE SPACES TO DEPTO-POLIZA.
           IF GRAN-TOTAL-ISR NOT = ZERO
               MOVE "ISR-RET" TO CONCEPTO-BUSCADO
               MOVE GRAN-TOTAL-ISR TO IMPORTE-POLIZA
               PERFORM 6445-AGREGAR-LINEA-POLIZA THRU 6445-EXIT
           END-IF.
           IF GRAN-TOTAL-IMSS NOT = ZERO
               MOVE "IMSS-RET" TO CONCEPTO-BUSCADO
               MOVE GRAN-TOTAL-IMSS TO IMPORTE-POLIZA
               PERFORM 6445-AGREGAR-LINEA-POLIZA THRU 6445-EXIT
           END-IF.
           IF GRAN-TOTAL-RETIRO NOT = ZERO
               MOVE "RETIRO-RET" TO CONCEPTO-BUSCADO
               MOVE GRAN-TOTAL-RETIRO TO IMPORTE-POLIZA
               PERFORM 6445-AGREGAR-LINEA-POLIZA THRU 6445-EXIT
           END-IF.
           IF GRAN-TOTAL-ADICIONAL NOT = ZERO
               MOVE "DEDUC-ADIC" TO CONCEPTO-BUSCADO
               MOVE GRAN-TOTAL-ADICIONAL TO IMPORTE-POLIZA
               PERFORM 6445-AGREGAR-LINEA-POLIZA THRU 6445-EXIT
           END-IF.
           MOVE "NETO" TO CONCEPTO-BUSCADO.
           MOVE GRAN-TOTAL-NETO TO IMPORTE-POLIZA.
           PERFORM 6445-AGREGAR-LINEA-POLIZA THRU 6445-EXIT.
       6440-EXIT.
           EXIT.

      *****************************************************************
      *    6442-LINEA-SUELDOS-DEPTO
      *****************************************************************
       6442-LINEA-SUELDOS-DEPTO.
           IF TDP-BRUTO(IDX-DEPTOS) = ZERO
               GO TO 6442-EXIT
           END-IF.
           MOVE "SUELDOS" TO CONCEPTO-BUSCADO.
           MOVE TDP-NOMBRE(IDX-DEPTOS) TO DEPTO-POLIZA.
           MOVE TDP-BRUTO(IDX-DEPTOS) TO IMPORTE-POLIZA.
           PERFORM 6445-AGREGAR-LINEA-POLIZA THRU 6445-EXIT.
       6442-EXIT.
           EXIT.

      *****************************************************************
      *    6443-RESTAR-BRUTO-DEPTO
      *****************************************************************
       6443-RESTAR-BRUTO-DEPTO.
           SUBTRACT TDP-BRUTO(IDX-DEPTOS) FROM IMPORTE-POLIZA.
       6443-EXIT.
           EXIT.

      *****************************************************************
      *    6445-AGREGAR-LINEA-POLIZA
      *    Agrega a la tabla un renglon del concepto CONCEPTO-BUSCADO
      *    con el importe IMPORTE-POLIZA y el departamento
      *    DEPTO-POLIZA, tomando cuenta y naturaleza del catalogo.
      *    Un concepto sin cuenta marca la poliza como incompleta.
      *****************************************************************
       6445-AGREGAR-LINEA-POLIZA.
           MOVE ZERO TO IDX-CUENTA-ENC.
           PERFORM 6447-BUSCAR-CUENTA THRU 6447-EXIT
               VARYING IDX-CUENTAS FROM 1 BY 1
               UNTIL IDX-CUENTAS > TOTAL-CUENTAS-CARGADAS
               OR IDX-CUENTA-ENC > ZERO.
           IF IDX-CUENTA-ENC = ZERO
               SET CUENTA-FALTANTE TO TRUE
               DISPLAY "Falta el concepto " CONCEPTO-BUSCADO
                   " en cuentas.txt."
               GO TO 6445-EXIT
           END-IF.
           IF TOTAL-LINEAS-POLIZA >= 60
               SET CUENTA-FALTANTE TO TRUE
               DISPLAY "AVISO: la poliza excede los 60 renglones; "
                   "no se emite."
               GO TO 6445-EXIT
           END-IF.
           ADD 1 TO TOTAL-LINEAS-POLIZA.
           MOVE TCU-CUENTA(IDX-CUENTA-ENC)
               TO TPZ-CUENTA(TOTAL-LINEAS-POLIZA).
           MOVE CONCEPTO-BUSCADO
               TO TPZ-CONCEPTO(TOTAL-LINEAS-POLIZA).
           MOVE DEPTO-POLIZA
               TO TPZ-DEPARTAMENTO(TOTAL-LINEAS-POLIZA).
           MOVE TCU-NATURALEZA(IDX-CUENTA-ENC)
               TO TPZ-NATURALEZA(TOTAL-LINEAS-POLIZA).
           MOVE IMPORTE-POLIZA
               TO TPZ-IMPORTE(TOTAL-LINEAS-POLIZA).
           IF TCU-NATURALEZA(IDX-CUENTA-ENC) = "C"
               ADD IMPORTE-POLIZA TO TOTAL-CARGOS-POLIZA
           ELSE
               ADD IMPORTE-POLIZA TO TOTAL-ABONOS-POLIZA
           END-IF.
       6445-EXIT.
           EXIT.

      *****************************************************************
      *    6447-BUSCAR-CUENTA
      *****************************************************************
       6447-BUSCAR-CUENTA.
           IF TCU-CONCEPTO(IDX-CUENTAS) = CONCEPTO-BUSCADO
               MOVE IDX-CUENTAS TO IDX-CUENTA-ENC
           END-IF.
       6447-EXIT.
           EXIT.

      *****************************************************************
      *    6450-GRABAR-POLIZA
      *    La poliza ya cuadro: regenera poliza.txt completo desde
      *    la tabla y lo reporta.
      *****************************************************************
       6450-GRABAR-POLIZA.
           OPEN OUTPUT ARCHIVO-POLIZA.
           IF FS-POLIZA NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo crear poliza.txt (estado "
                   FS-POLIZA ")."
               GO TO 6450-EXIT
           END-IF.
           PERFORM 6455-GRABAR-LINEA-POLIZA THRU 6455-EXIT
               VARYING IDX-POLIZA FROM 1 BY 1
               UNTIL IDX-POLIZA > TOTAL-LINEAS-POLIZA.
           CLOSE ARCHIVO-POLIZA.
           SET POLIZA-EMITIDA TO TRUE.
           DISPLAY "===========================================".
           DISPLAY "|       POLIZA CONTABLE GENERADA          |".
           DISPLAY "===========================================".
           DISPLAY "|Periodo:        |" FECHA-PERIODO.
           DISPLAY "|Renglones:      |" TOTAL-LINEAS-POLIZA.
           DISPLAY "|Total cargos:   |" TOTAL-CARGOS-POLIZA.
           DISPLAY "|Total abonos:   |" TOTAL-ABONOS-POLIZA.
           DISPLAY "===========================================".
           MOVE "POLIZA GENERADA" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE FECHA-PERIODO TO AUDIT-DETALLE(1:10).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
       6450-EXIT.
           EXIT.

      *****************************************************************
      *    6455-GRABAR-LINEA-POLIZA
      *****************************************************************
       6455-GRABAR-LINEA-POLIZA.
           MOVE FECHA-PERIODO TO PZ-FECHA-PERIODO.
           MOVE TPZ-CUENTA(IDX-POLIZA)        TO PZ-CUENTA.
           MOVE TPZ-CONCEPTO(IDX-POLIZA)      TO PZ-CONCEPTO.
           MOVE TPZ-DEPARTAMENTO(IDX-POLIZA)  TO PZ-DEPARTAMENTO.
           MOVE TPZ-NATURALEZA(IDX-POLIZA)    TO PZ-NATURALEZA.
           MOVE TPZ-IMPORTE(IDX-POLIZA)       TO PZ-IMPORTE.
           WRITE REGISTRO-POLIZA.
       6455-EXIT.
           EXIT.

      *****************************************************************
      *    6500-GENERAR-CALENDARIO  (Opcion 20 del menu)
      *    Genera por adelantado el calendario de periodos de un anio
      *    completo en calendario.txt: 24 quincenas (1-15 y 16-fin de
      *    mes, pago el ultimo dia de cada tramo) o 52 semanas (de 7
      *    dias desde el 1 de enero; la semana 52 cierra el 31/12).
      *    El archivo se reemplaza completo.
      *****************************************************************
       6500-GENERAR-CALENDARIO.
           DISPLAY "Ingrese el anio del calendario (AAAA):".
           ACCEPT ANIO-CALENDARIO.
           IF ANIO-CALENDARIO NOT NUMERIC
               DISPLAY "Anio invalido; la generacion se cancela."
               GO TO 6500-EXIT
           END-IF.
           DISPLAY "Ingrese la frecuencia (S semanal / Q quincenal):".
           ACCEPT FRECUENCIA-CALENDARIO.
           IF FRECUENCIA-CALENDARIO NOT = "S"
               AND FRECUENCIA-CALENDARIO NOT = "Q"
               DISPLAY "Frecuencia invalida; la generacion se "
                   "cancela."
               GO TO 6500-EXIT
           END-IF.
           DISPLAY "La generacion reemplaza calendario.txt completo.".
           DISPLAY "¿Confirma generar el calendario " ANIO-CALENDARIO
               "? (S/N):".
           ACCEPT RESPUESTA-CONFIRMA.
           IF NOT CONFIRMA-SI
               DISPLAY "Generacion cancelada."
               GO TO 6500-EXIT
           END-IF.
           MOVE ANIO-CALENDARIO TO ANIO-CALENDARIO-NUM.
      *    Febrero segun el anio bisiesto (regla completa: multiplo
      *    de 4, salvo los multiplos de 100 que no lo sean de 400).
           MOVE 28 TO DIAS-DEL-MES(2).
           DIVIDE ANIO-CALENDARIO-NUM BY 4
               GIVING COCIENTE-BISIESTO REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = ZERO
               DIVIDE ANIO-CALENDARIO-NUM BY 100
                   GIVING COCIENTE-BISIESTO
                   REMAINDER RESTO-BISIESTO
               IF RESTO-BISIESTO NOT = ZERO
                   MOVE 29 TO DIAS-DEL-MES(2)
               ELSE
                   DIVIDE ANIO-CALENDARIO-NUM BY 400
                       GIVING COCIENTE-BISIESTO
                       REMAINDER RESTO-BISIESTO
                   IF RESTO-BISIESTO = ZERO
                       MOVE 29 TO DIAS-DEL-MES(2)
                   END-IF
               END-IF
           END-IF.
           OPEN OUTPUT ARCHIVO-CALENDARIO.
           IF FS-CALENDARIO NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo crear calendario.txt (estado "
                   FS-CALENDARIO ")."
               GO TO 6500-EXIT
           END-IF.
           MOVE ZERO TO PERIODOS-GENERADOS.
           IF FRECUENCIA-CALENDARIO = "Q"
               PERFORM 6510-QUINCENAS-DEL-MES THRU 6510-EXIT
                   VARYING MES-CALENDARIO FROM 1 BY 1
                   UNTIL MES-CALENDARIO > 12
           ELSE
               PERFORM 6530-SEMANA-CALENDARIO THRU 6530-EXIT
                   VARYING NUMERO-PERIODO-ELEGIDO FROM 1 BY 1
                   UNTIL NUMERO-PERIODO-ELEGIDO > 52
           END-IF.
           CLOSE ARCHIVO-CALENDARIO.
           DISPLAY "Calendario " ANIO-CALENDARIO " generado: "
               PERIODOS-GENERADOS " periodos.".
           MOVE "CALENDARIO GENERADO" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE ANIO-CALENDARIO TO AUDIT-DETALLE(1:4).
           MOVE " frecuencia " TO AUDIT-DETALLE(6:12).
           MOVE FRECUENCIA-CALENDARIO TO AUDIT-DETALLE(18:1).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
       6500-EXIT.
           EXIT.

      *****************************************************************
      *    6510-QUINCENAS-DEL-MES
      *    Graba las dos quincenas del mes MES-CALENDARIO: del 1 al
      *    15 con pago el 15, y del 16 al fin de mes con pago el
      *    ultimo dia del mes.
      *****************************************************************
       6510-QUINCENAS-DEL-MES.
           ADD 1 TO PERIODOS-GENERADOS.
           MOVE PERIODOS-GENERADOS TO CL-NUMERO.
           MOVE 1 TO DIA-CALENDARIO.
           PERFORM 6545-ARMAR-FECHA THRU 6545-EXIT.
           MOVE FECHA-ARMADA TO CL-FECHA-INICIO.
           MOVE 15 TO DIA-CALENDARIO.
           PERFORM 6545-ARMAR-FECHA THRU 6545-EXIT.
           MOVE FECHA-ARMADA TO CL-FECHA-FIN.
           MOVE FECHA-ARMADA TO CL-FECHA-PAGO.
           MOVE "Q" TO CL-FRECUENCIA.
           WRITE REGISTRO-CALENDARIO.
           ADD 1 TO PERIODOS-GENERADOS.
           MOVE PERIODOS-GENERADOS TO CL-NUMERO.
           MOVE 16 TO DIA-CALENDARIO.
           PERFORM 6545-ARMAR-FECHA THRU 6545-EXIT.
           MOVE FECHA-ARMADA TO CL-FECHA-INICIO.
           MOVE DIAS-DEL-MES(MES-CALENDARIO) TO DIA-CALENDARIO.
           PERFORM 6545-ARMAR-FECHA THRU 6545-EXIT.
           MOVE FECHA-ARMADA TO CL-FECHA-FIN.
           MOVE FECHA-ARMADA TO CL-FECHA-PAGO.
           MOVE "Q" TO CL-FRECUENCIA.
           WRITE REGISTRO-CALENDARIO.
       6510-EXIT.
           EXIT.

      *****************************************************************
      *    6530-SEMANA-CALENDARIO
      *    Graba la semana NUMERO-PERIODO-ELEGIDO: 7 dias a partir
      *    del 1 de enero, con pago el ultimo dia de la semana; la
      *    semana 52 cierra el 31/12 para no dejar dias sueltos.
      *****************************************************************
       6530-SEMANA-CALENDARIO.
           ADD 1 TO PERIODOS-GENERADOS.
           MOVE PERIODOS-GENERADOS TO CL-NUMERO.
           COMPUTE DIA-ANIO-CAL =
               (NUMERO-PERIODO-ELEGIDO - 1) * 7 + 1.
           PERFORM 6540-DIA-ANIO-A-FECHA THRU 6540-EXIT.
           MOVE FECHA-ARMADA TO CL-FECHA-INICIO.
           IF NUMERO-PERIODO-ELEGIDO = 52
               MOVE 31 TO DIA-CALENDARIO
               MOVE 12 TO MES-CALENDARIO
               PERFORM 6545-ARMAR-FECHA THRU 6545-EXIT
           ELSE
               COMPUTE DIA-ANIO-CAL = NUMERO-PERIODO-ELEGIDO * 7
               PERFORM 6540-DIA-ANIO-A-FECHA THRU 6540-EXIT
           END-IF.
           MOVE FECHA-ARMADA TO CL-FECHA-FIN.
           MOVE FECHA-ARMADA TO CL-FECHA-PAGO.
           MOVE "S" TO CL-FRECUENCIA.
           WRITE REGISTRO-CALENDARIO.
       6530-EXIT.
           EXIT.

      *****************************************************************
      *    6540-DIA-ANIO-A-FECHA
      *    Convierte DIA-ANIO-CAL (dia del anio, 1-366) a fecha
      *    DD/MM/AAAA en FECHA-ARMADA, restando meses completos.
      *****************************************************************
       6540-DIA-ANIO-A-FECHA.
           MOVE 1 TO MES-CALENDARIO.
           PERFORM 6542-RESTAR-MES THRU 6542-EXIT
               UNTIL DIA-ANIO-CAL <= DIAS-DEL-MES(MES-CALENDARIO)
               OR MES-CALENDARIO >= 12.
           MOVE DIA-ANIO-CAL TO DIA-CALENDARIO.
           PERFORM 6545-ARMAR-FECHA THRU 6545-EXIT.
       6540-EXIT.
           EXIT.

      *****************************************************************
      *    6542-RESTAR-MES
      *****************************************************************
       6542-RESTAR-MES.
           SUBTRACT DIAS-DEL-MES(MES-CALENDARIO) FROM DIA-ANIO-CAL.
           ADD 1 TO MES-CALENDARIO.
       6542-EXIT.
           EXIT.

      *****************************************************************
      *    6545-ARMAR-FECHA
      *    Arma FECHA-ARMADA (DD/MM/AAAA) con DIA-CALENDARIO,
      *    MES-CALENDARIO y ANIO-CALENDARIO.
      *****************************************************************
       6545-ARMAR-FECHA.
           MOVE SPACES TO FECHA-ARMADA.
           MOVE DIA-CALENDARIO  TO FECHA-ARMADA(1:2).
           MOVE "/"             TO FECHA-ARMADA(3:1).
           MOVE MES-CALENDARIO  TO FECHA-ARMADA(4:2).
           MOVE "/"             TO FECHA-ARMADA(6:1).
           MOVE ANIO-CALENDARIO TO FECHA-ARMADA(7:4).
       6545-EXIT.
           EXIT.

      *****************************************************************
      *    6600-CFDI-NOMINA  (Opcion 21 del menu)
      *    Comprobantes fiscales de nomina del periodo: genera la
      *    solicitud de timbrado (timbrado.txt) para el PAC con los
      *    movimientos vigentes aun sin UUID, o carga el retorno del
      *    PAC (timbreret.txt) y guarda cada UUID contra la llave
      *    del movimiento en cfdi.txt.
      *****************************************************************
       6600-CFDI-NOMINA.
           DISPLAY "1. Generar solicitud de timbrado del periodo".
           DISPLAY "2. Cargar retorno del PAC (UUID)".
           DISPLAY "Ingrese su opción (1-2): ".
           ACCEPT OPCION-CFDI.
           EVALUATE OPCION-CFDI
               WHEN 1
                   PERFORM 6610-GENERAR-TIMBRADO THRU 6610-EXIT
               WHEN 2
                   PERFORM 6640-CARGAR-RETORNO-TIMBRE THRU 6640-EXIT
               WHEN OTHER
                   DISPLAY "Opción inválida. Intente nuevamente."
           END-EVALUATE.
       6600-EXIT.
           EXIT.

      *****************************************************************
      *    6610-GENERAR-TIMBRADO
      *    Regenera timbrado.txt con un renglon por cada movimiento
      *    O/C/F/A de FECHA-PERIODO que no tiene UUID en cfdi.txt y que
      *    no quedo revertido. Los datos del empleado salen del
      *    maestro y las fechas del periodo del calendario. Si los
      *    reversos no caben en la tabla el archivo queda incompleto
      *    y no se da por generada la solicitud.
      *****************************************************************
       6610-GENERAR-TIMBRADO.
           PERFORM 6620-CARGAR-CFDI-PERIODO THRU 6620-EXIT.
           PERFORM 4610-CARGAR-TABLA-EMPLEADOS THRU 4610-EXIT.
           PERFORM 4612-AVISAR-MAESTRO-EXCEDIDO THRU 4612-EXIT.
           PERFORM 1075-CARGAR-CALENDARIO THRU 1075-EXIT.
           MOVE FECHA-PERIODO TO FECHA-PAGO-BUSCADA.
           PERFORM 1077-VALIDAR-FECHA-CALENDARIO THRU 1077-EXIT.
           OPEN OUTPUT ARCHIVO-TIMBRADO.
           IF FS-TIMBRADO NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo crear timbrado.txt (estado "
                   FS-TIMBRADO ")."
               GO TO 6610-EXIT
           END-IF.
           SET CFDI-GENERAR-SOLICITUD TO TRUE.
           PERFORM 6630-REVISAR-TIMBRADO-PERIODO THRU 6630-EXIT.
           CLOSE ARCHIVO-TIMBRADO.
           IF REVERTIDOS-EXCEDIDOS
               DISPLAY "==========ERROR=========="
               DISPLAY "timbrado.txt quedo incompleto y no debe "
                   "enviarse al PAC; depure reversos.txt y vuelva a "
                   "generar la solicitud."
               GO TO 6610-EXIT
           END-IF.
           DISPLAY "===========================================".
           DISPLAY "|      SOLICITUD DE TIMBRADO GENERADA     |".
           DISPLAY "===========================================".
           DISPLAY "|Periodo de pago:       |" FECHA-PERIODO.
           DISPLAY "|Movimientos a timbrar: |" CFDI-SOLICITADOS.
           DISPLAY "|Ya timbrados:          |" TOTAL-CFDI-CARGADOS.
           DISPLAY "===========================================".
           MOVE "TIMBRADO SOLICITADO" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE FECHA-PERIODO TO AUDIT-DETALLE(1:10).
           MOVE CFDI-SOLICITADOS TO AUDIT-DETALLE(12:5).
           MOVE " movimientos" TO AUDIT-DETALLE(17:12).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
       6610-EXIT.
           EXIT.

      *****************************************************************
      *    6620-CARGAR-CFDI-PERIODO
      *    Carga a TABLA-CFDI los UUID de cfdi.txt que pertenecen a
      *    FECHA-PERIODO. Una linea posterior de la misma llave (una
      *    cancelacion solicitada) actualiza la entrada existente.
      *****************************************************************
       6620-CARGAR-CFDI-PERIODO.
           MOVE ZERO TO TOTAL-CFDI-CARGADOS.
           SET CFDI-NO-EXCEDIDOS TO TRUE.
           OPEN INPUT ARCHIVO-CFDI.
           IF FS-CFDI = "00"
               PERFORM 6621-LEER-CFDI THRU 6621-EXIT
                   UNTIL FS-CFDI = "10"
               CLOSE ARCHIVO-CFDI
           END-IF.
           IF CFDI-EXCEDIDOS
               DISPLAY "AVISO: cfdi.txt excede la tabla de 1000 "
                   "movimientos del periodo; los restantes se "
                   "consideran sin timbrar."
           END-IF.
       6620-EXIT.
           EXIT.

      *****************************************************************
      *    6621-LEER-CFDI
      *****************************************************************
       6621-LEER-CFDI.
           READ ARCHIVO-CFDI
               AT END
                   CONTINUE
               NOT AT END
                   IF CF-FECHA-PERIODO = FECHA-PERIODO
                       PERFORM 6622-AGREGAR-CFDI-TABLA THRU 6622-EXIT
                   END-IF
           END-READ.
       6621-EXIT.
           EXIT.

      *****************************************************************
      *    6622-AGREGAR-CFDI-TABLA
      *****************************************************************
       6622-AGREGAR-CFDI-TABLA.
           MOVE CF-EMPLEADO-ID TO CFDI-EMPLEADO-BUSCADO.
           MOVE CF-CONSECUTIVO TO CFDI-CONSEC-BUSCADO.
           PERFORM 6625-LOCALIZAR-CFDI THRU 6625-EXIT.
           IF IDX-CFDI-ENC = ZERO
               IF TOTAL-CFDI-CARGADOS >= 1000
                   SET CFDI-EXCEDIDOS TO TRUE
                   GO TO 6622-EXIT
               END-IF
               ADD 1 TO TOTAL-CFDI-CARGADOS
               MOVE TOTAL-CFDI-CARGADOS TO IDX-CFDI-ENC
               MOVE CF-EMPLEADO-ID TO TCF-EMPLEADO-ID(IDX-CFDI-ENC)
               MOVE CF-CONSECUTIVO TO TCF-CONSECUTIVO(IDX-CFDI-ENC)
           END-IF.
           MOVE CF-UUID    TO TCF-UUID(IDX-CFDI-ENC).
           MOVE CF-ESTATUS TO TCF-ESTATUS(IDX-CFDI-ENC).
       6622-EXIT.
           EXIT.

      *****************************************************************
      *    6625-LOCALIZAR-CFDI
      *    Deja IDX-CFDI-ENC en la entrada de TABLA-CFDI de
      *    CFDI-EMPLEADO-BUSCADO / CFDI-CONSEC-BUSCADO, o en cero.
      *****************************************************************
       6625-LOCALIZAR-CFDI.
           MOVE ZERO TO IDX-CFDI-ENC.
           PERFORM 6626-COMPARAR-CFDI THRU 6626-EXIT
               VARYING IDX-CFDI FROM 1 BY 1
               UNTIL IDX-CFDI > TOTAL-CFDI-CARGADOS
               OR IDX-CFDI-ENC > ZERO.
       6625-EXIT.
           EXIT.

      *****************************************************************
      *    6626-COMPARAR-CFDI
      *****************************************************************
       6626-COMPARAR-CFDI.
           IF TCF-EMPLEADO-ID(IDX-CFDI) = CFDI-EMPLEADO-BUSCADO
               AND TCF-CONSECUTIVO(IDX-CFDI) = CFDI-CONSEC-BUSCADO
               MOVE IDX-CFDI TO IDX-CFDI-ENC
           END-IF.
       6626-EXIT.
           EXIT.

      *****************************************************************
      *    6630-REVISAR-TIMBRADO-PERIODO
      *    Recorre nomina.dat y cuenta en CFDI-SIN-TIMBRAR los
      *    movimientos O/C/F/A vigentes de FECHA-PERIODO sin UUID en
      *    TABLA-CFDI (ya cargada). Con CFDI-GENERAR-SOLICITUD
      *    ademas escribe su renglon en timbrado.txt (ya abierto);
      *    con CFDI-SOLO-REVISAR los lista en pantalla. Antes se
      *    cargan los movimientos del periodo que algun reverso dejo
      *    sin efecto (9180); si no caben en la tabla no se puede
      *    saber cuales siguen vigentes y el periodo se da por no
      *    timbrado.
      *****************************************************************
       6630-REVISAR-TIMBRADO-PERIODO.
           MOVE ZERO TO CFDI-SIN-TIMBRAR.
           MOVE ZERO TO CFDI-SOLICITADOS.
           MOVE ZERO          TO REV-EMPLEADO-ID.
           MOVE FECHA-PERIODO TO REV-FECHA-PERIODO.
           PERFORM 9180-CARGAR-REVERTIDOS THRU 9180-EXIT.
           IF REVERTIDOS-EXCEDIDOS
               ADD 1 TO CFDI-SIN-TIMBRAR
               GO TO 6630-EXIT
           END-IF.
           CLOSE ARCHIVO-NOMINA.
           OPEN INPUT ARCHIVO-NOMINA.
           IF FS-ARCHIVO-NOMINA = "00"
               PERFORM 6631-LEER-NOMINA-CFDI THRU 6631-EXIT
                   UNTIL FS-ARCHIVO-NOMINA = "10"
               CLOSE ARCHIVO-NOMINA
           END-IF.
           PERFORM 9110-ABRIR-NOMINA-IO THRU 9110-EXIT.
       6630-EXIT.
           EXIT.

      *****************************************************************
      *    6631-LEER-NOMINA-CFDI
      *****************************************************************
       6631-LEER-NOMINA-CFDI.
           READ ARCHIVO-NOMINA NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF RN-FECHA-PERIODO = FECHA-PERIODO
                       PERFORM 6632-EVALUAR-MOVIMIENTO-CFDI
                           THRU 6632-EXIT
                   END-IF
           END-READ.
       6631-EXIT.
           EXIT.

      *****************************************************************
      *    6632-EVALUAR-MOVIMIENTO-CFDI
      *    Los reversos nunca se timbran: cancelan el CFDI del
      *    movimiento revertido. Un movimiento revertido (segun
      *    TABLA-REVERTIDOS) ya no se timbra; los demas sin UUID
      *    quedan pendientes de timbrar.
      *****************************************************************
       6632-EVALUAR-MOVIMIENTO-CFDI.
           IF RN-MOV-REVERSO
               GO TO 6632-EXIT
           END-IF.
           MOVE RN-EMPLEADO-ID   TO REV-BUSCAR-EMPLEADO.
           MOVE RN-FECHA-PERIODO TO REV-BUSCAR-PERIODO.
           MOVE RN-CONSECUTIVO   TO REV-BUSCAR-CONSEC.
           PERFORM 9190-VERIFICAR-REVERTIDO THRU 9190-EXIT.
           IF MOV-REVERTIDO
               GO TO 6632-EXIT
           END-IF.
           MOVE RN-EMPLEADO-ID TO CFDI-EMPLEADO-BUSCADO.
           MOVE RN-CONSECUTIVO TO CFDI-CONSEC-BUSCADO.
           PERFORM 6625-LOCALIZAR-CFDI THRU 6625-EXIT.
           IF IDX-CFDI-ENC > ZERO
               GO TO 6632-EXIT
           END-IF.
           MOVE RN-EMPLEADO-ID TO CFDI-EMPLEADO-PEND.
           MOVE RN-CONSECUTIVO TO CFDI-CONSEC-PEND.
           IF CFDI-GENERAR-SOLICITUD
               PERFORM 6634-ARMAR-SOLICITUD THRU 6634-EXIT
           END-IF.
           PERFORM 6633-LIBERAR-PENDIENTE THRU 6633-EXIT.
       6632-EXIT.
           EXIT.

      *****************************************************************
      *    6633-LIBERAR-PENDIENTE
      *****************************************************************
       6633-LIBERAR-PENDIENTE.
           ADD 1 TO CFDI-SIN-TIMBRAR.
           IF CFDI-GENERAR-SOLICITUD
               MOVE TIMBRADO-PENDIENTE TO REGISTRO-TIMBRADO
               WRITE REGISTRO-TIMBRADO
               ADD 1 TO CFDI-SOLICITADOS
           ELSE
               DISPLAY "Sin timbrar: empleado " CFDI-EMPLEADO-PEND
                   " consecutivo " CFDI-CONSEC-PEND
           END-IF.
       6633-EXIT.
           EXIT.

      *****************************************************************
      *    6634-ARMAR-SOLICITUD
      *    Arma en TIMBRADO-PENDIENTE el renglon de timbrado del
      *    movimiento leido, que escribe 6633.
      *****************************************************************
       6634-ARMAR-SOLICITUD.
           MOVE SPACES TO REGISTRO-TIMBRADO.
           MOVE RN-LLAVE               TO TB-LLAVE.
           MOVE RN-TIPO-MOVIMIENTO     TO TB-TIPO-MOVIMIENTO.
           IF IDX-CAL-ENC > ZERO
               MOVE TCL-FECHA-INICIO(IDX-CAL-ENC) TO TB-FECHA-INICIO
               MOVE TCL-FECHA-FIN(IDX-CAL-ENC)    TO TB-FECHA-FIN
               MOVE TCL-FRECUENCIA(IDX-CAL-ENC)   TO TB-FRECUENCIA
           END-IF.
           MOVE RN-NOMBRE-EMPLEADO     TO TB-NOMBRE-EMPLEADO.
           MOVE ZERO TO IDX-EMPLEADO-DISP.
           MOVE RN-EMPLEADO-ID TO EMPLEADO-ID-BUSCADO.
           PERFORM 4925-BUSCAR-CUENTA-EMPLEADO THRU 4925-EXIT
               VARYING IDX-EMPLEADOS FROM 1 BY 1
               UNTIL IDX-EMPLEADOS > TOTAL-EMPLEADOS-TABLA
               OR IDX-EMPLEADO-DISP > ZERO.
           IF IDX-EMPLEADO-DISP > ZERO
               MOVE TE-DEPARTAMENTO(IDX-EMPLEADO-DISP)
                   TO TB-DEPARTAMENTO
               MOVE TE-FECHA-CONTRATACION(IDX-EMPLEADO-DISP)
                   TO TB-FECHA-CONTRATACION
               MOVE TE-BANCO(IDX-EMPLEADO-DISP) TO TB-BANCO
               MOVE TE-CLABE(IDX-EMPLEADO-DISP) TO TB-CLABE
           ELSE
               DISPLAY "AVISO: el empleado " RN-EMPLEADO-ID
                   " no esta en el maestro; se solicita sin sus "
                   "datos de alta."
           END-IF.
           MOVE RN-SALARIO-POR-HORA    TO TB-SALARIO-POR-HORA.
           MOVE RN-HORAS-REGULARES     TO TB-HORAS-REGULARES.
           MOVE RN-HORAS-EXTRA         TO TB-HORAS-EXTRA.
           MOVE RN-HORAS-DOBLES        TO TB-HORAS-DOBLES.
           MOVE RN-SALARIO-REGULAR     TO TB-SALARIO-REGULAR.
           MOVE RN-SALARIO-EXTRA       TO TB-SALARIO-EXTRA.
           MOVE RN-SALARIO-DOBLE       TO TB-SALARIO-DOBLE.
           MOVE RN-PERCEPCIONES        TO TB-PERCEPCIONES.
           MOVE RN-PAGO-INCAPACIDAD    TO TB-PAGO-INCAPACIDAD.
           MOVE RN-PAGO-VACACIONES     TO TB-PAGO-VACACIONES.
           MOVE RN-PRIMA-VACACIONAL    TO TB-PRIMA-VACACIONAL.
           MOVE RN-DESC-FALTAS         TO TB-DESC-FALTAS.
           MOVE RN-SALARIO-BRUTO       TO TB-SALARIO-BRUTO.
           MOVE RN-DEDUCCION-ISR       TO TB-DEDUCCION-ISR.
           MOVE RN-DEDUCCION-IMSS      TO TB-DEDUCCION-IMSS.
           MOVE RN-DEDUCCION-RETIRO    TO TB-DEDUCCION-RETIRO.
           MOVE RN-DEDUCCION-ADICIONAL TO TB-DEDUCCION-ADICIONAL.
           MOVE RN-DEDUCCIONES         TO TB-DEDUCCIONES.
           MOVE RN-SALARIO-NETO        TO TB-SALARIO-NETO.
           MOVE REGISTRO-TIMBRADO TO TIMBRADO-PENDIENTE.
       6634-EXIT.
           EXIT.

      *****************************************************************
      *    6640-CARGAR-RETORNO-TIMBRE
      *    Lee timbreret.txt y agrega a cfdi.txt el UUID de cada
      *    movimiento de FECHA-PERIODO que el PAC timbro. Se omiten
      *    las llaves que ya tenian UUID (retorno cargado dos veces)
      *    y los renglones de otros periodos; los rechazos del PAC y
      *    las llaves que no existen en nomina.dat se listan.
      *****************************************************************
       6640-CARGAR-RETORNO-TIMBRE.
           MOVE ZERO TO CFDI-TIMBRADOS.
           MOVE ZERO TO CFDI-RECHAZADOS.
           MOVE ZERO TO CFDI-OMITIDOS.
           PERFORM 6620-CARGAR-CFDI-PERIODO THRU 6620-EXIT.
           OPEN INPUT ARCHIVO-TIMBRE-RETORNO.
           IF FS-TIMBRE-RETORNO NOT = "00"
               DISPLAY "No hay timbreret.txt que cargar (estado "
                   FS-TIMBRE-RETORNO ")."
               GO TO 6640-EXIT
           END-IF.
           OPEN EXTEND ARCHIVO-CFDI.
           IF FS-CFDI NOT = "00"
               OPEN OUTPUT ARCHIVO-CFDI
           END-IF.
           IF FS-CFDI NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo grabar cfdi.txt (estado "
                   FS-CFDI "); el retorno NO se cargo."
               CLOSE ARCHIVO-TIMBRE-RETORNO
               GO TO 6640-EXIT
           END-IF.
           PERFORM 6641-LEER-RETORNO-TIMBRE THRU 6641-EXIT
               UNTIL FS-TIMBRE-RETORNO = "10".
           CLOSE ARCHIVO-CFDI.
           CLOSE ARCHIVO-TIMBRE-RETORNO.
           DISPLAY "===========================================".
           DISPLAY "|      RETORNO DE TIMBRADO CARGADO        |".
           DISPLAY "===========================================".
           DISPLAY "|Periodo de pago:       |" FECHA-PERIODO.
           DISPLAY "|UUID registrados:      |" CFDI-TIMBRADOS.
           DISPLAY "|Rechazados:            |" CFDI-RECHAZADOS.
           DISPLAY "|Omitidos:              |" CFDI-OMITIDOS.
           DISPLAY "===========================================".
           MOVE "TIMBRES CARGADOS" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE FECHA-PERIODO TO AUDIT-DETALLE(1:10).
           MOVE CFDI-TIMBRADOS TO AUDIT-DETALLE(12:5).
           MOVE " UUID, " TO AUDIT-DETALLE(17:7).
           MOVE CFDI-RECHAZADOS TO AUDIT-DETALLE(24:5).
           MOVE " rechazados" TO AUDIT-DETALLE(29:11).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
       6640-EXIT.
           EXIT.

      *****************************************************************
      *    6641-LEER-RETORNO-TIMBRE
      *****************************************************************
       6641-LEER-RETORNO-TIMBRE.
           READ ARCHIVO-TIMBRE-RETORNO
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 6642-APLICAR-RETORNO-TIMBRE THRU 6642-EXIT
           END-READ.
       6641-EXIT.
           EXIT.

      *****************************************************************
      *    6642-APLICAR-RETORNO-TIMBRE
      *****************************************************************
       6642-APLICAR-RETORNO-TIMBRE.
           IF TR-FECHA-PERIODO NOT = FECHA-PERIODO
               ADD 1 TO CFDI-OMITIDOS
               DISPLAY "Renglon de otro periodo omitido: "
                   TR-EMPLEADO-ID " " TR-FECHA-PERIODO
               GO TO 6642-EXIT
           END-IF.
           IF TR-RECHAZADO
               ADD 1 TO CFDI-RECHAZADOS
               DISPLAY "Rechazado por el PAC: empleado "
                   TR-EMPLEADO-ID " consecutivo " TR-CONSECUTIVO
               DISPLAY "  " TR-MENSAJE
               GO TO 6642-EXIT
           END-IF.
           IF NOT TR-TIMBRADO
               OR TR-UUID = SPACES
               ADD 1 TO CFDI-RECHAZADOS
               DISPLAY "Renglon sin UUID valido: empleado "
                   TR-EMPLEADO-ID " consecutivo " TR-CONSECUTIVO
               GO TO 6642-EXIT
           END-IF.
           MOVE TR-EMPLEADO-ID TO CFDI-EMPLEADO-BUSCADO.
           MOVE TR-CONSECUTIVO TO CFDI-CONSEC-BUSCADO.
           PERFORM 6625-LOCALIZAR-CFDI THRU 6625-EXIT.
           IF IDX-CFDI-ENC > ZERO
               ADD 1 TO CFDI-OMITIDOS
               GO TO 6642-EXIT
           END-IF.
           MOVE TR-LLAVE TO RN-LLAVE.
           READ ARCHIVO-NOMINA.
           IF FS-ARCHIVO-NOMINA NOT = "00"
               ADD 1 TO CFDI-RECHAZADOS
               DISPLAY "Sin movimiento en nomina.dat: empleado "
                   TR-EMPLEADO-ID " consecutivo " TR-CONSECUTIVO
               GO TO 6642-EXIT
           END-IF.
           IF RN-MOV-REVERSO
               ADD 1 TO CFDI-RECHAZADOS
               DISPLAY "Un reverso no se timbra: empleado "
                   TR-EMPLEADO-ID " consecutivo " TR-CONSECUTIVO
               GO TO 6642-EXIT
           END-IF.
           MOVE TR-LLAVE          TO CF-LLAVE.
           MOVE TR-UUID           TO CF-UUID.
           MOVE TR-FECHA-TIMBRADO TO CF-FECHA-TIMBRADO.
           SET CF-VIGENTE TO TRUE.
           WRITE REGISTRO-CFDI.
           ADD 1 TO CFDI-TIMBRADOS.
           PERFORM 6622-AGREGAR-CFDI-TABLA THRU 6622-EXIT.
       6642-EXIT.
           EXIT.

      *****************************************************************
      *    6650-SOLICITAR-CANCELACION
      *    Despues de grabar el reverso de una correccion: si el
      *    movimiento revertido (EMPLEADO-ID, FECHA-PERIODO,
      *    UR-CONSECUTIVO) estaba timbrado, encola la cancelacion de
      *    su UUID en cancelacion.txt y marca el UUID en cfdi.txt
      *    como en cancelacion. El reverso esta en MAX-CONSECUTIVO.
      *****************************************************************
       6650-SOLICITAR-CANCELACION.
           PERFORM 6620-CARGAR-CFDI-PERIODO THRU 6620-EXIT.
           MOVE EMPLEADO-ID    TO CFDI-EMPLEADO-BUSCADO.
           MOVE UR-CONSECUTIVO TO CFDI-CONSEC-BUSCADO.
           PERFORM 6625-LOCALIZAR-CFDI THRU 6625-EXIT.
           IF IDX-CFDI-ENC = ZERO
               DISPLAY "El movimiento revertido no estaba timbrado; "
                   "no requiere cancelacion de CFDI."
               GO TO 6650-EXIT
           END-IF.
           IF TCF-ESTATUS(IDX-CFDI-ENC) = "C"
               DISPLAY "La cancelacion del CFDI ya estaba solicitada."
               GO TO 6650-EXIT
           END-IF.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE SPACES TO FECHA-HOY.
           MOVE FECHA-SISTEMA(7:2) TO FECHA-HOY(1:2).
           MOVE "/"                TO FECHA-HOY(3:1).
           MOVE FECHA-SISTEMA(5:2) TO FECHA-HOY(4:2).
           MOVE "/"                TO FECHA-HOY(6:1).
           MOVE FECHA-SISTEMA(1:4) TO FECHA-HOY(7:4).
           OPEN EXTEND ARCHIVO-CANCELACION.
           IF FS-CANCELACION NOT = "00"
               OPEN OUTPUT ARCHIVO-CANCELACION
           END-IF.
           IF FS-CANCELACION NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo grabar cancelacion.txt (estado "
                   FS-CANCELACION "); cancele el CFDI "
                   TCF-UUID(IDX-CFDI-ENC) " a mano."
               GO TO 6650-EXIT
           END-IF.
           MOVE EMPLEADO-ID               TO CN-EMPLEADO-ID.
           MOVE FECHA-PERIODO             TO CN-FECHA-PERIODO.
           MOVE UR-CONSECUTIVO            TO CN-CONSECUTIVO.
           MOVE TCF-UUID(IDX-CFDI-ENC)    TO CN-UUID.
           MOVE "02"                      TO CN-MOTIVO.
           MOVE FECHA-HOY                 TO CN-FECHA-SOLICITUD.
           MOVE MAX-CONSECUTIVO           TO CN-CONSEC-REVERSO.
           MOVE "P"                       TO CN-ESTATUS.
           WRITE REGISTRO-CANCELACION.
           CLOSE ARCHIVO-CANCELACION.
           OPEN EXTEND ARCHIVO-CFDI.
           IF FS-CFDI NOT = "00"
               OPEN OUTPUT ARCHIVO-CFDI
           END-IF.
           IF FS-CFDI = "00"
               MOVE CN-LLAVE                  TO CF-LLAVE
               MOVE TCF-UUID(IDX-CFDI-ENC)    TO CF-UUID
               MOVE FECHA-HOY                 TO CF-FECHA-TIMBRADO
               SET CF-CANCELACION TO TRUE
               WRITE REGISTRO-CFDI
               CLOSE ARCHIVO-CFDI
           ELSE
               DISPLAY "AVISO: no se pudo marcar la cancelacion en "
                   "cfdi.txt (estado " FS-CFDI ")."
           END-IF.
           DISPLAY "Cancelacion del CFDI " TCF-UUID(IDX-CFDI-ENC)
               " encolada en cancelacion.txt.".
           MOVE "CANCELACION CFDI" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE EMPLEADO-ID TO AUDIT-DETALLE(1:6).
           MOVE FECHA-PERIODO TO AUDIT-DETALLE(8:10).
           MOVE TCF-UUID(IDX-CFDI-ENC) TO AUDIT-DETALLE(19:36).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
       6650-EXIT.
           EXIT.

      *****************************************************************
      *    6660-VERIFICAR-TIMBRADO
      *    Para el cierre: deja en CFDI-SIN-TIMBRAR cuantos
      *    movimientos vigentes de FECHA-PERIODO siguen sin UUID y
      *    los lista.
      *****************************************************************
       6660-VERIFICAR-TIMBRADO.
           PERFORM 6620-CARGAR-CFDI-PERIODO THRU 6620-EXIT.
           SET CFDI-SOLO-REVISAR TO TRUE.
           PERFORM 6630-REVISAR-TIMBRADO-PERIODO THRU 6630-EXIT.
       6660-EXIT.
           EXIT.

      *****************************************************************
      *    6700-PRENOMINA  (Opcion 23 del menu)
      *    Simulacion completa del periodo de la sesion: calcula a
      *    cada empleado del maestro que no este dado de baja con sus
      *    horas de tarjetas.txt, incidencias, percepciones y
      *    deducciones recurrentes (8000-8200), y lista el resultado
      *    por departamento con sus totales y una seccion de
      *    excepciones. No pasa por 9100: no graba nomina.dat, ni
      *    saldos de deducciones.txt, acumulados, costopat.txt o la
      *    bitacora. La decision del supervisor (aprobada o no) se
      *    graba en prenomaprob.txt (6750); el lote de tarjetas
      *    (opcion 5 y paso 1 de la corrida de cierre) no procesa un
      *    periodo cuya ultima decision no sea de aprobacion.
      *****************************************************************
       6700-PRENOMINA.
           DISPLAY "Ingrese el porcentaje maximo de deducciones sobre "
               "el bruto (ejemplo: 040.00 = 40%; cero = 40%):".
           ACCEPT PORCENTAJE-MAX-DEDUC.
           IF PORCENTAJE-MAX-DEDUC = ZERO
               MOVE 40 TO PORCENTAJE-MAX-DEDUC
           END-IF.
           PERFORM 4610-CARGAR-TABLA-EMPLEADOS THRU 4610-EXIT.
           PERFORM 4612-AVISAR-MAESTRO-EXCEDIDO THRU 4612-EXIT.
           IF TOTAL-EMPLEADOS-TABLA = ZERO
               DISPLAY "No hay empleados en el maestro."
               GO TO 6700-EXIT
           END-IF.
           PERFORM 6710-CARGAR-TARJETAS-PRE THRU 6710-EXIT.
           MOVE ZERO TO TOTAL-DEPTOS.
           MOVE ZERO TO PRE-EMPLEADOS.
           MOVE ZERO TO PRE-EXCEPCIONES.
           MOVE ZERO TO GRAN-TOTAL-EMPLEADOS.
           MOVE ZERO TO GRAN-TOTAL-BRUTO.
           MOVE ZERO TO GRAN-TOTAL-ISR.
           MOVE ZERO TO GRAN-TOTAL-IMSS.
           MOVE ZERO TO GRAN-TOTAL-RETIRO.
           MOVE ZERO TO GRAN-TOTAL-ADICIONAL.
           MOVE ZERO TO GRAN-TOTAL-DEDUCCIONES.
           MOVE ZERO TO GRAN-TOTAL-NETO.
           PERFORM 6720-SIMULAR-EMPLEADO THRU 6720-EXIT
               VARYING IDX-EMPLEADOS FROM 1 BY 1
               UNTIL IDX-EMPLEADOS > TOTAL-EMPLEADOS-TABLA.
      *    Los saldos abonados por 8150 solo quedaron en la tabla; se
      *    descartan para que ningun proceso posterior los regrabe.
      *    Igual el movimiento del fondo de ahorro simulado (4330).
           SET DEDUC-NO-MODIFICADAS TO TRUE.
           SET FONDO-NO-MODIFICADO TO TRUE.
           MOVE ZERO TO TOTAL-DEDUC-APLICADAS.
           MOVE ZERO TO TOTAL-INCID-APLICADAS.
           MOVE ZERO TO TOTAL-PERCEP-APLICADAS.
           DISPLAY "===============================================".
           DISPLAY "|   PRENOMINA (SIMULACION, NO SE GRABA NADA)  |".
           DISPLAY "|   Periodo: " FECHA-PERIODO.
           DISPLAY "===============================================".
           IF PRE-EMPLEADOS = ZERO
               DISPLAY "No hay empleados activos en el maestro."
               GO TO 6700-EXIT
           END-IF.
           PERFORM 6730-LISTAR-DEPTO THRU 6730-EXIT
               VARYING IDX-DEPTOS FROM 1 BY 1
               UNTIL IDX-DEPTOS > TOTAL-DEPTOS.
           DISPLAY "===============================================".
           DISPLAY "| GRAN TOTAL DE LA PRENOMINA                  |".
           DISPLAY "|Empleados:        |" GRAN-TOTAL-EMPLEADOS.
           DISPLAY "|Bruto:            |" GRAN-TOTAL-BRUTO.
           DISPLAY "|ISR:              |" GRAN-TOTAL-ISR.
           DISPLAY "|IMSS:             |" GRAN-TOTAL-IMSS.
           DISPLAY "|Retiro:           |" GRAN-TOTAL-RETIRO.
           DISPLAY "|Deduc. adicional: |" GRAN-TOTAL-ADICIONAL.
           DISPLAY "|Deducciones:      |" GRAN-TOTAL-DEDUCCIONES.
           DISPLAY "|Neto:             |" GRAN-TOTAL-NETO.
           DISPLAY "===============================================".
           PERFORM 6740-LISTAR-EXCEPCIONES THRU 6740-EXIT.
           DISPLAY "¿Aprueba la prenomina del periodo "
               FECHA-PERIODO "? (S/N):".
           ACCEPT RESPUESTA-CONFIRMA.
           IF CONFIRMA-SI
               MOVE "A" TO PA-DECISION
           ELSE
               MOVE "R" TO PA-DECISION
           END-IF.
           PERFORM 6750-GRABAR-APROBACION THRU 6750-EXIT.
           IF FS-APROB-PRENOMINA NOT = "00"
               GO TO 6700-EXIT
           END-IF.
           IF CONFIRMA-SI
               DISPLAY "Prenomina aprobada; puede correr el lote de "
                   "tarjetas (opcion 5)."
           ELSE
               DISPLAY "Prenomina no aprobada; el lote de tarjetas "
                   "no procesara el periodo."
           END-IF.
       6700-EXIT.
           EXIT.

      *****************************************************************
      *    6750-GRABAR-APROBACION
      *    Agrega a prenomaprob.txt la decision PA-DECISION sobre la
      *    prenomina de FECHA-PERIODO, con el operador en sesion, la
      *    fecha y la hora, y la deja en la bitacora.
      *****************************************************************
       6750-GRABAR-APROBACION.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA FROM TIME.
           MOVE FECHA-PERIODO TO PA-FECHA-PERIODO.
           MOVE OPERADOR-ID   TO PA-OPERADOR.
           MOVE FECHA-SISTEMA TO PA-FECHA.
           MOVE HORA-SISTEMA  TO PA-HORA.
           OPEN EXTEND ARCHIVO-APROB-PRENOMINA.
           IF FS-APROB-PRENOMINA NOT = "00"
               OPEN OUTPUT ARCHIVO-APROB-PRENOMINA
           END-IF.
           IF FS-APROB-PRENOMINA NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo grabar prenomaprob.txt (estado "
                   FS-APROB-PRENOMINA "); la decision no quedo "
                   "registrada."
               GO TO 6750-EXIT
           END-IF.
           WRITE REGISTRO-APROB-PRENOMINA.
           CLOSE ARCHIVO-APROB-PRENOMINA.
           IF PA-APROBADA
               MOVE "PRENOMINA APROBADA" TO AUDIT-EVENTO
           ELSE
               MOVE "PRENOMINA RECHAZADA" TO AUDIT-EVENTO
           END-IF.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE FECHA-PERIODO TO AUDIT-DETALLE(1:10).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
       6750-EXIT.
           EXIT.

      *****************************************************************
      *    6760-VERIFICAR-PRENOMINA
      *    Deja PRENOMINA-APROBADA si la ultima decision grabada en
      *    prenomaprob.txt para PRENOMINA-PERIODO es de aprobacion.
      *    Sin archivo, o sin decision del periodo, no esta aprobada.
      *****************************************************************
       6760-VERIFICAR-PRENOMINA.
           SET PRENOMINA-NO-APROBADA TO TRUE.
           OPEN INPUT ARCHIVO-APROB-PRENOMINA.
           IF FS-APROB-PRENOMINA NOT = "00"
               GO TO 6760-EXIT
           END-IF.
           PERFORM 6761-LEER-APROBACION THRU 6761-EXIT
               UNTIL FS-APROB-PRENOMINA = "10".
           CLOSE ARCHIVO-APROB-PRENOMINA.
       6760-EXIT.
           EXIT.

      *****************************************************************
      *    6761-LEER-APROBACION
      *****************************************************************
       6761-LEER-APROBACION.
           READ ARCHIVO-APROB-PRENOMINA
               AT END
                   CONTINUE
               NOT AT END
                   IF PA-FECHA-PERIODO = PRENOMINA-PERIODO
                       IF PA-APROBADA
                           SET PRENOMINA-APROBADA TO TRUE
                       ELSE
                           SET PRENOMINA-NO-APROBADA TO TRUE
                       END-IF
                   END-IF
           END-READ.
       6761-EXIT.
           EXIT.

      *****************************************************************
      *    6710-CARGAR-TARJETAS-PRE
      *    Carga a TABLA-TARJETAS-PRE las tarjetas de tarjetas.txt
      *    fechadas en el periodo de la sesion. Las lineas con ID u
      *    horas no numericas se ignoran, igual que el lote las
      *    rechazaria.
      *****************************************************************
       6710-CARGAR-TARJETAS-PRE.
           MOVE ZERO TO TOTAL-TARJETAS-PRE.
           MOVE ZERO TO PRE-TARJETAS-EXCEDIDAS.
           OPEN INPUT ARCHIVO-TARJETAS.
           IF FS-TARJETAS NOT = "00"
               DISPLAY "AVISO: no se pudo abrir tarjetas.txt (estado "
                   FS-TARJETAS "); todos los empleados aparecen sin "
                   "tarjeta."
               GO TO 6710-EXIT
           END-IF.
           PERFORM 6711-LEER-TARJETA-PRE THRU 6711-EXIT
               UNTIL FS-TARJETAS = "10".
           CLOSE ARCHIVO-TARJETAS.
           IF PRE-TARJETAS-EXCEDIDAS > ZERO
               DISPLAY "AVISO: " PRE-TARJETAS-EXCEDIDAS " tarjetas "
                   "del periodo no cupieron en la tabla y no se "
                   "simulan."
           END-IF.
       6710-EXIT.
           EXIT.

      *****************************************************************
      *    6711-LEER-TARJETA-PRE
      *****************************************************************
       6711-LEER-TARJETA-PRE.
           READ ARCHIVO-TARJETAS
               AT END
                   CONTINUE
               NOT AT END
                   IF TA-EMPLEADO-ID NUMERIC
                       AND (TA-HORAS-TRABAJADAS NUMERIC
                           OR TA-HORAS-TEXTO = SPACES)
                       AND TA-FECHA-PERIODO = FECHA-PERIODO
                       IF TOTAL-TARJETAS-PRE < 500
                           ADD 1 TO TOTAL-TARJETAS-PRE
                           MOVE TA-EMPLEADO-ID TO
                               TTP-EMPLEADO-ID(TOTAL-TARJETAS-PRE)
                           IF TA-HORAS-TEXTO = SPACES
                               MOVE ZERO TO
                                   TTP-HORAS(TOTAL-TARJETAS-PRE)
                               MOVE "S" TO
                                   TTP-SIN-HORAS(TOTAL-TARJETAS-PRE)
                           ELSE
                               MOVE TA-HORAS-TRABAJADAS TO
                                   TTP-HORAS(TOTAL-TARJETAS-PRE)
                               MOVE "N" TO
                                   TTP-SIN-HORAS(TOTAL-TARJETAS-PRE)
                           END-IF
                           MOVE "N" TO TTP-USADA(TOTAL-TARJETAS-PRE)
                       ELSE
                           ADD 1 TO PRE-TARJETAS-EXCEDIDAS
                       END-IF
                   END-IF
           END-READ.
       6711-EXIT.
           EXIT.

      *****************************************************************
      *    6720-SIMULAR-EMPLEADO
      *    Calcula al empleado IDX-EMPLEADOS como lo haria el lote de
      *    tarjetas (tarifa del maestro o del historial de salarios)
      *    y marca sus excepciones. Sin tarjeta se calcula con cero
      *    horas, para que las incidencias y percepciones del periodo
      *    se vean de todos modos. El personal de sueldo fijo se
      *    calcula con su sueldo mensual y las horas extra de su
      *    tarjeta, si las trae.
      *****************************************************************
       6720-SIMULAR-EMPLEADO.
           MOVE "N" TO TPN-CALCULADO(IDX-EMPLEADOS).
           IF TE-ESTATUS(IDX-EMPLEADOS) = "B"
               GO TO 6720-EXIT
           END-IF.
           MOVE "S" TO TPN-CALCULADO(IDX-EMPLEADOS).
           MOVE "N" TO TPN-EXC-NETO(IDX-EMPLEADOS).
           MOVE "N" TO TPN-EXC-CLABE(IDX-EMPLEADOS).
           MOVE "N" TO TPN-EXC-DEDUC(IDX-EMPLEADOS).
           MOVE "N" TO TPN-EXC-SALARIO(IDX-EMPLEADOS).
           MOVE "N" TO TPN-EXC-PAGADO(IDX-EMPLEADOS).
           MOVE ZERO TO TPN-TARJETAS(IDX-EMPLEADOS).
           ADD 1 TO PRE-EMPLEADOS.
           MOVE TE-EMPLEADO-ID(IDX-EMPLEADOS)     TO EMPLEADO-ID.
           MOVE TE-NOMBRE-EMPLEADO(IDX-EMPLEADOS) TO NOMBRE-EMPLEADO.
           MOVE TE-SALARIO-POR-HORA(IDX-EMPLEADOS)
               TO SALARIO-POR-HORA.
           MOVE TE-TIPO-PAGO(IDX-EMPLEADOS) TO TIPO-PAGO-EMPLEADO.
           MOVE TE-SUELDO-MENSUAL(IDX-EMPLEADOS) TO SUELDO-MENSUAL.
           IF PAGO-SUELDO-FIJO
               IF SUELDO-MENSUAL = ZERO
                   MOVE "S" TO TPN-EXC-SALARIO(IDX-EMPLEADOS)
               END-IF
           ELSE
               PERFORM 7330-TARIFA-VIGENTE THRU 7330-EXIT
               IF SALARIO-POR-HORA = ZERO
                   MOVE "S" TO TPN-EXC-SALARIO(IDX-EMPLEADOS)
               END-IF
           END-IF.
           MOVE ZERO TO HORAS-TRABAJADAS.
           PERFORM 6722-BUSCAR-TARJETA-PRE THRU 6722-EXIT
               VARYING IDX-TARJETAS-PRE FROM 1 BY 1
               UNTIL IDX-TARJETAS-PRE > TOTAL-TARJETAS-PRE.
           PERFORM 8000-CALCULAR-SALARIO-BRUTO THRU 8000-EXIT.
           PERFORM 8100-CALCULAR-DEDUCCIONES THRU 8100-EXIT.
           PERFORM 8200-CALCULAR-SALARIO-NETO THRU 8200-EXIT.
      *    SALARIO-NETO no lleva signo: el neto negativo se detecta
      *    con la resta propia.
           COMPUTE NETO-SIMULADO = SALARIO-BRUTO - DEDUCCIONES.
           MOVE HORAS-TRABAJADAS TO TPN-HORAS(IDX-EMPLEADOS).
           MOVE SALARIO-BRUTO    TO TPN-BRUTO(IDX-EMPLEADOS).
           MOVE DEDUCCIONES      TO TPN-DEDUCCIONES(IDX-EMPLEADOS).
           MOVE NETO-SIMULADO    TO TPN-NETO(IDX-EMPLEADOS).
           IF NETO-SIMULADO NOT > ZERO
               MOVE "S" TO TPN-EXC-NETO(IDX-EMPLEADOS)
           END-IF.
           IF TE-CLABE(IDX-EMPLEADOS) = SPACES
               OR TE-CLABE(IDX-EMPLEADOS) NOT NUMERIC
               MOVE "S" TO TPN-EXC-CLABE(IDX-EMPLEADOS)
           END-IF.
           IF SALARIO-BRUTO = ZERO
               IF DEDUCCIONES > ZERO
                   MOVE "S" TO TPN-EXC-DEDUC(IDX-EMPLEADOS)
               END-IF
           ELSE
               COMPUTE PORCENTAJE-DEDUC-PRE ROUNDED =
                   DEDUCCIONES * 100 / SALARIO-BRUTO
               IF PORCENTAJE-DEDUC-PRE > PORCENTAJE-MAX-DEDUC
                   MOVE "S" TO TPN-EXC-DEDUC(IDX-EMPLEADOS)
               END-IF
           END-IF.
           PERFORM 9130-BUSCAR-MAX-CONSECUTIVO THRU 9130-EXIT.
           IF ORDINARIO-VIGENTE
               MOVE "S" TO TPN-EXC-PAGADO(IDX-EMPLEADOS)
           END-IF.
           PERFORM 6725-ACUMULAR-DEPTO-PRE THRU 6725-EXIT.
       6720-EXIT.
           EXIT.

      *****************************************************************
      *    6722-BUSCAR-TARJETA-PRE
      *    Toma las horas de la primera tarjeta del empleado; las
      *    siguientes solo se cuentan (el lote las rechazaria como
      *    duplicadas). La tarjeta sin horas solo vale para el
      *    personal de sueldo fijo; al de pago por hora el lote se la
      *    rechazaria, asi que no se cuenta.
      *****************************************************************
       6722-BUSCAR-TARJETA-PRE.
           IF TTP-EMPLEADO-ID(IDX-TARJETAS-PRE) NOT = EMPLEADO-ID
               GO TO 6722-EXIT
           END-IF.
           MOVE "S" TO TTP-USADA(IDX-TARJETAS-PRE).
           IF TTP-SIN-HORAS(IDX-TARJETAS-PRE) = "S"
               AND PAGO-POR-HORA
               GO TO 6722-EXIT
           END-IF.
           IF TPN-TARJETAS(IDX-EMPLEADOS) = ZERO
               MOVE TTP-HORAS(IDX-TARJETAS-PRE) TO HORAS-TRABAJADAS
           END-IF.
           IF TPN-TARJETAS(IDX-EMPLEADOS) < 99
               ADD 1 TO TPN-TARJETAS(IDX-EMPLEADOS)
           END-IF.
       6722-EXIT.
           EXIT.

      *****************************************************************
      *    6725-ACUMULAR-DEPTO-PRE
      *    Acumula el empleado simulado en su departamento y en el
      *    gran total, como 6220 lo hace con los movimientos grabados.
      *****************************************************************
       6725-ACUMULAR-DEPTO-PRE.
           ADD 1                   TO GRAN-TOTAL-EMPLEADOS.
           ADD SALARIO-BRUTO       TO GRAN-TOTAL-BRUTO.
           ADD DEDUCCION-ISR       TO GRAN-TOTAL-ISR.
           ADD DEDUCCION-IMSS      TO GRAN-TOTAL-IMSS.
           ADD DEDUCCION-RETIRO    TO GRAN-TOTAL-RETIRO.
           ADD DEDUCCION-ADICIONAL TO GRAN-TOTAL-ADICIONAL.
           ADD DEDUCCIONES         TO GRAN-TOTAL-DEDUCCIONES.
           ADD SALARIO-NETO        TO GRAN-TOTAL-NETO.
           MOVE TE-DEPARTAMENTO(IDX-EMPLEADOS) TO DEPTO-ACTUAL.
           MOVE ZERO TO IDX-DEPTO-ENC.
           PERFORM 6225-BUSCAR-DEPTO-TABLA THRU 6225-EXIT
               VARYING IDX-DEPTOS FROM 1 BY 1
               UNTIL IDX-DEPTOS > TOTAL-DEPTOS
               OR IDX-DEPTO-ENC > ZERO.
           IF IDX-DEPTO-ENC = ZERO
               IF TOTAL-DEPTOS >= 50
                   DISPLAY "AVISO: mas de 50 departamentos; el "
                       "empleado " EMPLEADO-ID " se acumula solo en "
                       "el gran total."
                   GO TO 6725-EXIT
               END-IF
               ADD 1 TO TOTAL-DEPTOS
               MOVE TOTAL-DEPTOS TO IDX-DEPTO-ENC
               MOVE DEPTO-ACTUAL TO TDP-NOMBRE(IDX-DEPTO-ENC)
               MOVE ZERO TO TDP-EMPLEADOS(IDX-DEPTO-ENC)
               MOVE ZERO TO TDP-BRUTO(IDX-DEPTO-ENC)
               MOVE ZERO TO TDP-ISR(IDX-DEPTO-ENC)
               MOVE ZERO TO TDP-IMSS(IDX-DEPTO-ENC)
               MOVE ZERO TO TDP-RETIRO(IDX-DEPTO-ENC)
               MOVE ZERO TO TDP-ADICIONAL(IDX-DEPTO-ENC)
               MOVE ZERO TO TDP-DEDUCCIONES(IDX-DEPTO-ENC)
               MOVE ZERO TO TDP-NETO(IDX-DEPTO-ENC)
           END-IF.
           ADD 1 TO TDP-EMPLEADOS(IDX-DEPTO-ENC).
           ADD SALARIO-BRUTO       TO TDP-BRUTO(IDX-DEPTO-ENC).
           ADD DEDUCCION-ISR       TO TDP-ISR(IDX-DEPTO-ENC).
           ADD DEDUCCION-IMSS      TO TDP-IMSS(IDX-DEPTO-ENC).
           ADD DEDUCCION-RETIRO    TO TDP-RETIRO(IDX-DEPTO-ENC).
           ADD DEDUCCION-ADICIONAL TO TDP-ADICIONAL(IDX-DEPTO-ENC).
           ADD DEDUCCIONES         TO TDP-DEDUCCIONES(IDX-DEPTO-ENC).
           ADD SALARIO-NETO        TO TDP-NETO(IDX-DEPTO-ENC).
       6725-EXIT.
           EXIT.

      *****************************************************************
      *    6730-LISTAR-DEPTO
      *    Detalle de los empleados del departamento IDX-DEPTOS y sus
      *    totales (6230, el mismo bloque del reporte por depto).
      *****************************************************************
       6730-LISTAR-DEPTO.
           DISPLAY "-----------------------------------------------".
           DISPLAY "|Departamento:     |" TDP-NOMBRE(IDX-DEPTOS).
           DISPLAY "|ID     Nombre                    Horas"
               "          Bruto    Deducciones           Neto".
           PERFORM 6732-LISTAR-EMPLEADO-PRE THRU 6732-EXIT
               VARYING IDX-EMPLEADOS FROM 1 BY 1
               UNTIL IDX-EMPLEADOS > TOTAL-EMPLEADOS-TABLA.
           PERFORM 6230-IMPRIMIR-DEPTO THRU 6230-EXIT.
       6730-EXIT.
           EXIT.

      *****************************************************************
      *    6732-LISTAR-EMPLEADO-PRE
      *****************************************************************
       6732-LISTAR-EMPLEADO-PRE.
           IF TPN-CALCULADO(IDX-EMPLEADOS) NOT = "S"
               OR TE-DEPARTAMENTO(IDX-EMPLEADOS)
                   NOT = TDP-NOMBRE(IDX-DEPTOS)
               GO TO 6732-EXIT
           END-IF.
           MOVE TPN-HORAS(IDX-EMPLEADOS)       TO ED-HORAS-PRE.
           MOVE TPN-BRUTO(IDX-EMPLEADOS)       TO ED-BRUTO-PRE.
           MOVE TPN-DEDUCCIONES(IDX-EMPLEADOS) TO ED-DEDUC-PRE.
           MOVE TPN-NETO(IDX-EMPLEADOS)        TO ED-NETO-PRE.
           DISPLAY "|" TE-EMPLEADO-ID(IDX-EMPLEADOS) " "
               TE-NOMBRE-EMPLEADO(IDX-EMPLEADOS)(1:25) " "
               ED-HORAS-PRE " " ED-BRUTO-PRE " " ED-DEDUC-PRE " "
               ED-NETO-PRE.
       6732-EXIT.
           EXIT.

      *****************************************************************
      *    6740-LISTAR-EXCEPCIONES
      *    Una linea por cada excepcion de cada empleado simulado y
      *    una por cada tarjeta del periodo que no corresponde a un
      *    empleado activo del maestro.
      *****************************************************************
       6740-LISTAR-EXCEPCIONES.
           DISPLAY "| EXCEPCIONES                                 |".
           PERFORM 6742-EXCEPCIONES-EMPLEADO THRU 6742-EXIT
               VARYING IDX-EMPLEADOS FROM 1 BY 1
               UNTIL IDX-EMPLEADOS > TOTAL-EMPLEADOS-TABLA.
           PERFORM 6744-TARJETA-SIN-EMPLEADO THRU 6744-EXIT
               VARYING IDX-TARJETAS-PRE FROM 1 BY 1
               UNTIL IDX-TARJETAS-PRE > TOTAL-TARJETAS-PRE.
           DISPLAY "Excepciones: " PRE-EXCEPCIONES
               "  (deducciones sobre " PORCENTAJE-MAX-DEDUC
               " % del bruto)".
           DISPLAY "===============================================".
       6740-EXIT.
           EXIT.

      *****************************************************************
      *    6742-EXCEPCIONES-EMPLEADO
      *****************************************************************
       6742-EXCEPCIONES-EMPLEADO.
           IF TPN-CALCULADO(IDX-EMPLEADOS) NOT = "S"
               GO TO 6742-EXIT
           END-IF.
           IF TPN-EXC-NETO(IDX-EMPLEADOS) = "S"
               ADD 1 TO PRE-EXCEPCIONES
               MOVE TPN-NETO(IDX-EMPLEADOS) TO ED-NETO-PRE
               DISPLAY "|" TE-EMPLEADO-ID(IDX-EMPLEADOS) " "
                   TE-NOMBRE-EMPLEADO(IDX-EMPLEADOS)(1:25)
                   " Neto cero o negativo: " ED-NETO-PRE
           END-IF.
           IF TPN-EXC-CLABE(IDX-EMPLEADOS) = "S"
               ADD 1 TO PRE-EXCEPCIONES
               DISPLAY "|" TE-EMPLEADO-ID(IDX-EMPLEADOS) " "
                   TE-NOMBRE-EMPLEADO(IDX-EMPLEADOS)(1:25)
                   " Sin CLABE valida para la dispersion"
           END-IF.
           IF TPN-TARJETAS(IDX-EMPLEADOS) = ZERO
               ADD 1 TO PRE-EXCEPCIONES
               DISPLAY "|" TE-EMPLEADO-ID(IDX-EMPLEADOS) " "
                   TE-NOMBRE-EMPLEADO(IDX-EMPLEADOS)(1:25)
                   " Sin tarjeta de tiempo en el periodo"
           END-IF.
           IF TPN-TARJETAS(IDX-EMPLEADOS) > 1
               ADD 1 TO PRE-EXCEPCIONES
               DISPLAY "|" TE-EMPLEADO-ID(IDX-EMPLEADOS) " "
                   TE-NOMBRE-EMPLEADO(IDX-EMPLEADOS)(1:25)
                   " " TPN-TARJETAS(IDX-EMPLEADOS) " tarjetas; el "
                   "lote solo acepta la primera"
           END-IF.
           IF TPN-EXC-DEDUC(IDX-EMPLEADOS) = "S"
               ADD 1 TO PRE-EXCEPCIONES
               MOVE TPN-DEDUCCIONES(IDX-EMPLEADOS) TO ED-DEDUC-PRE
               DISPLAY "|" TE-EMPLEADO-ID(IDX-EMPLEADOS) " "
                   TE-NOMBRE-EMPLEADO(IDX-EMPLEADOS)(1:25)
                   " Deducciones sobre el maximo: " ED-DEDUC-PRE
           END-IF.
           IF TPN-EXC-SALARIO(IDX-EMPLEADOS) = "S"
               ADD 1 TO PRE-EXCEPCIONES
               DISPLAY "|" TE-EMPLEADO-ID(IDX-EMPLEADOS) " "
                   TE-NOMBRE-EMPLEADO(IDX-EMPLEADOS)(1:25)
                   " Sin salario en el maestro"
           END-IF.
           IF TPN-EXC-PAGADO(IDX-EMPLEADOS) = "S"
               ADD 1 TO PRE-EXCEPCIONES
               DISPLAY "|" TE-EMPLEADO-ID(IDX-EMPLEADOS) " "
                   TE-NOMBRE-EMPLEADO(IDX-EMPLEADOS)(1:25)
                   " Ya tiene pago vigente en el periodo"
           END-IF.
       6742-EXIT.
           EXIT.

      *****************************************************************
      *    6744-TARJETA-SIN-EMPLEADO
      *****************************************************************
       6744-TARJETA-SIN-EMPLEADO.
           IF TTP-USADA(IDX-TARJETAS-PRE) = "S"
               GO TO 6744-EXIT
           END-IF.
           ADD 1 TO PRE-EXCEPCIONES.
           DISPLAY "|" TTP-EMPLEADO-ID(IDX-TARJETAS-PRE)
               " Tarjeta de un ID inexistente o dado de baja".
       6744-EXIT.
           EXIT.

      *****************************************************************
      *    6800-CARGAR-CHECADAS  (Opcion 24 del menu)
      *    Genera tarjetas.txt del periodo de la sesion a partir de
      *    las checadas del reloj (checadas.txt), en lugar de sumar
      *    las horas a mano. Arma los dias del periodo del
      *    calendario (CL-FECHA-INICIO a CL-FECHA-FIN), junta los
      *    pares entrada/salida en horas por dia y reporta las
      *    checadas faltantes, los dias sin salida y los dias que
      *    pasan del maximo de horas capturado. Los dias sin
      *    checadas (fuera de domingo, que se toma como descanso)
      *    que no cubren las vacaciones, incapacidades o faltas ya
      *    registradas en incidencias.txt se proponen como faltas.
      *    Con la confirmacion se reemplaza tarjetas.txt y, si el
      *    supervisor las acepta, las faltas propuestas se agregan a
      *    incidencias.txt.
      *****************************************************************
       6800-CARGAR-CHECADAS.
           PERFORM 1075-CARGAR-CALENDARIO THRU 1075-EXIT.
           MOVE FECHA-PERIODO TO FECHA-PAGO-BUSCADA.
           PERFORM 1077-VALIDAR-FECHA-CALENDARIO THRU 1077-EXIT.
           IF IDX-CAL-ENC = ZERO
               DISPLAY "==========ERROR=========="
               DISPLAY "El periodo " FECHA-PERIODO " no esta en el "
                   "calendario de periodos; no hay fechas de inicio "
                   "y fin para las checadas."
               GO TO 6800-EXIT
           END-IF.
           PERFORM 6805-ARMAR-DIAS-PERIODO THRU 6805-EXIT.
           IF TOTAL-DIAS-PERIODO = ZERO
               DISPLAY "==========ERROR=========="
               DISPLAY "Las fechas del periodo en el calendario no "
                   "son validas."
               GO TO 6800-EXIT
           END-IF.
           DISPLAY "Periodo " TCL-NUMERO(IDX-CAL-ENC) ": del "
               TCL-FECHA-INICIO(IDX-CAL-ENC) " al "
               TCL-FECHA-FIN(IDX-CAL-ENC) ", pago el "
               FECHA-PERIODO ".".
           DISPLAY "Ingrese el maximo de horas por dia (ejemplo: "
               "12.00 = 12 horas; cero = 12):".
           ACCEPT HORAS-MAX-DIA.
           IF HORAS-MAX-DIA = ZERO
               MOVE 12 TO HORAS-MAX-DIA
           END-IF.
           COMPUTE MINUTOS-MAX-DIA = HORAS-MAX-DIA * 60.
           PERFORM 4610-CARGAR-TABLA-EMPLEADOS THRU 4610-EXIT.
           PERFORM 4612-AVISAR-MAESTRO-EXCEDIDO THRU 4612-EXIT.
           IF TOTAL-EMPLEADOS-TABLA = ZERO
               DISPLAY "No hay empleados en el maestro."
               GO TO 6800-EXIT
           END-IF.
           PERFORM 6802-LIMPIAR-CHECADAS-EMP THRU 6802-EXIT
               VARYING IDX-EMPLEADOS FROM 1 BY 1
               UNTIL IDX-EMPLEADOS > TOTAL-EMPLEADOS-TABLA.
           PERFORM 8065-CARGAR-INCIDENCIAS THRU 8065-EXIT.
           OPEN INPUT ARCHIVO-CHECADAS.
           IF FS-CHECADAS NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo abrir checadas.txt (estado "
                   FS-CHECADAS ")."
               GO TO 6800-EXIT
           END-IF.
           MOVE ZERO TO CHECADAS-LEIDAS.
           MOVE ZERO TO CHECADAS-INVALIDAS.
           MOVE ZERO TO CHECADAS-FUERA-PERIODO.
           MOVE ZERO TO CHECADAS-SIN-EMPLEADO.
           MOVE ZERO TO CHK-SIN-ENTRADA.
           MOVE ZERO TO CHK-SIN-SALIDA.
           MOVE ZERO TO CHK-SOBRE-MAXIMO.
           MOVE ZERO TO CHK-DIAS-SIN-CHECADA.
           MOVE ZERO TO CHK-EMPLEADOS-FALTAS.
           MOVE ZERO TO CHK-TARJETAS.
           DISPLAY "===============================================".
           DISPLAY "|   CARGA DE CHECADAS - OBSERVACIONES         |".
           DISPLAY "===============================================".
           PERFORM 6810-LEER-CHECADA THRU 6810-EXIT
               UNTIL FS-CHECADAS = "10".
           CLOSE ARCHIVO-CHECADAS.
           PERFORM 6820-EVALUAR-EMPLEADO-CHK THRU 6820-EXIT
               VARYING IDX-EMPLEADOS FROM 1 BY 1
               UNTIL IDX-EMPLEADOS > TOTAL-EMPLEADOS-TABLA.
           DISPLAY "===============================================".
           DISPLAY "|   RESUMEN DE LA CARGA DE CHECADAS           |".
           DISPLAY "===============================================".
           DISPLAY "|Checadas leidas:          |" CHECADAS-LEIDAS.
           DISPLAY "|Checadas invalidas:       |" CHECADAS-INVALIDAS.
           DISPLAY "|Fuera del periodo:        |"
               CHECADAS-FUERA-PERIODO.
           DISPLAY "|De IDs inexistentes/baja: |"
               CHECADAS-SIN-EMPLEADO.
           DISPLAY "|Checadas sin entrada:     |" CHK-SIN-ENTRADA.
           DISPLAY "|Dias sin salida:          |" CHK-SIN-SALIDA.
           DISPLAY "|Dias sobre el maximo:     |" CHK-SOBRE-MAXIMO.
           DISPLAY "|Dias sin checadas:        |" CHK-DIAS-SIN-CHECADA.
           DISPLAY "|Empleados con faltas      |".
           DISPLAY "|propuestas:               |" CHK-EMPLEADOS-FALTAS.
           DISPLAY "|Tarjetas a generar:       |" CHK-TARJETAS.
           DISPLAY "===============================================".
           IF CHK-TARJETAS = ZERO
               DISPLAY "No hay horas checadas en el periodo; "
                   "tarjetas.txt no se modifica."
               GO TO 6800-EXIT
           END-IF.
           DISPLAY "La generacion reemplaza tarjetas.txt completo.".
           DISPLAY "¿Confirma generar las tarjetas del periodo "
               FECHA-PERIODO "? (S/N):".
           ACCEPT RESPUESTA-CONFIRMA.
           IF NOT CONFIRMA-SI
               DISPLAY "Generacion cancelada."
               GO TO 6800-EXIT
           END-IF.
           PERFORM 6830-GRABAR-TARJETAS-CHK THRU 6830-EXIT.
           IF CHK-EMPLEADOS-FALTAS > ZERO
               DISPLAY "¿Registra las faltas propuestas en "
                   "incidencias.txt? (S/N):"
               ACCEPT RESPUESTA-CONFIRMA
               IF CONFIRMA-SI
                   PERFORM 6840-GRABAR-FALTAS-CHK THRU 6840-EXIT
               ELSE
                   DISPLAY "Las faltas propuestas no se registraron."
               END-IF
           END-IF.
       6800-EXIT.
           EXIT.

      *****************************************************************
      *    6802-LIMPIAR-CHECADAS-EMP
      *****************************************************************
       6802-LIMPIAR-CHECADAS-EMP.
           MOVE ZERO TO TCH-HORAS(IDX-EMPLEADOS).
           MOVE ZERO TO TCH-FALTAS(IDX-EMPLEADOS).
           PERFORM 6803-LIMPIAR-DIA-EMP THRU 6803-EXIT
               VARYING IDX-DIAS-PERIODO FROM 1 BY 1
               UNTIL IDX-DIAS-PERIODO > TOTAL-DIAS-PERIODO.
       6802-EXIT.
           EXIT.

      *****************************************************************
      *    6803-LIMPIAR-DIA-EMP
      *****************************************************************
       6803-LIMPIAR-DIA-EMP.
           MOVE ZERO
               TO TCH-MINUTOS-DIA(IDX-EMPLEADOS, IDX-DIAS-PERIODO).
           MOVE "N"
               TO TCH-MARCA-DIA(IDX-EMPLEADOS, IDX-DIAS-PERIODO).
       6803-EXIT.
           EXIT.

      *****************************************************************
      *    6805-ARMAR-DIAS-PERIODO
      *    Llena TABLA-DIAS-PERIODO con cada fecha de
      *    TCL-FECHA-INICIO a TCL-FECHA-FIN del periodo IDX-CAL-ENC,
      *    avanzando dia por dia con la tabla de dias por mes. Si
      *    alguna de las dos fechas no es valida la tabla queda
      *    vacia.
      *****************************************************************
       6805-ARMAR-DIAS-PERIODO.
           MOVE ZERO TO TOTAL-DIAS-PERIODO.
           IF TCL-FECHA-INICIO(IDX-CAL-ENC)(1:2) NOT NUMERIC
               OR TCL-FECHA-INICIO(IDX-CAL-ENC)(4:2) NOT NUMERIC
               OR TCL-FECHA-INICIO(IDX-CAL-ENC)(7:4) NOT NUMERIC
               OR TCL-FECHA-FIN(IDX-CAL-ENC)(1:2) NOT NUMERIC
               OR TCL-FECHA-FIN(IDX-CAL-ENC)(4:2) NOT NUMERIC
               OR TCL-FECHA-FIN(IDX-CAL-ENC)(7:4) NOT NUMERIC
               GO TO 6805-EXIT
           END-IF.
           MOVE TCL-FECHA-FIN(IDX-CAL-ENC)(7:4)
               TO FIN-PERIODO-ANSI(1:4).
           MOVE TCL-FECHA-FIN(IDX-CAL-ENC)(4:2)
               TO FIN-PERIODO-ANSI(5:2).
           MOVE TCL-FECHA-FIN(IDX-CAL-ENC)(1:2)
               TO FIN-PERIODO-ANSI(7:2).
           MOVE TCL-FECHA-INICIO(IDX-CAL-ENC)(1:2) TO DIA-PASO.
           MOVE TCL-FECHA-INICIO(IDX-CAL-ENC)(4:2) TO MES-PASO.
           MOVE TCL-FECHA-INICIO(IDX-CAL-ENC)(7:4) TO ANIO-PASO.
           IF MES-PASO < 1 OR MES-PASO > 12 OR DIA-PASO < 1
               GO TO 6805-EXIT
           END-IF.
           PERFORM 6806-AJUSTAR-FEBRERO THRU 6806-EXIT.
           PERFORM 6807-CALCULAR-DIA-SEMANA THRU 6807-EXIT.
           MOVE ANIO-PASO TO FECHA-PASO-ANSI(1:4).
           MOVE MES-PASO  TO FECHA-PASO-ANSI(5:2).
           MOVE DIA-PASO  TO FECHA-PASO-ANSI(7:2).
           PERFORM 6808-AGREGAR-DIA-PERIODO THRU 6808-EXIT
               UNTIL FECHA-PASO-ANSI > FIN-PERIODO-ANSI
               OR TOTAL-DIAS-PERIODO >= 31.
       6805-EXIT.
           EXIT.

      *****************************************************************
      *    6806-AJUSTAR-FEBRERO
      *    Deja febrero de DIAS-DEL-MES segun el anio ANIO-PASO
      *    (misma regla de bisiesto que 6500).
      *****************************************************************
       6806-AJUSTAR-FEBRERO.
           MOVE 28 TO DIAS-DEL-MES(2).
           DIVIDE ANIO-PASO BY 4
               GIVING COCIENTE-BISIESTO REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO = ZERO
               DIVIDE ANIO-PASO BY 100
                   GIVING COCIENTE-BISIESTO
                   REMAINDER RESTO-BISIESTO
               IF RESTO-BISIESTO NOT = ZERO
                   MOVE 29 TO DIAS-DEL-MES(2)
               ELSE
                   DIVIDE ANIO-PASO BY 400
                       GIVING COCIENTE-BISIESTO
                       REMAINDER RESTO-BISIESTO
                   IF RESTO-BISIESTO = ZERO
                       MOVE 29 TO DIAS-DEL-MES(2)
                   END-IF
               END-IF
           END-IF.
       6806-EXIT.
           EXIT.

      *****************************************************************
      *    6807-CALCULAR-DIA-SEMANA
      *    Dia de la semana de DIA-PASO/MES-PASO/ANIO-PASO en
      *    DIA-SEMANA-PASO (0 = domingo ... 6 = sabado).
      *****************************************************************
       6807-CALCULAR-DIA-SEMANA.
           MOVE ANIO-PASO TO ANIO-SEMANA.
           IF MES-PASO < 3
               SUBTRACT 1 FROM ANIO-SEMANA
           END-IF.
           MOVE ANIO-SEMANA TO SUMA-DIA-SEMANA.
           DIVIDE ANIO-SEMANA BY 4 GIVING COCIENTE-SEMANA.
           ADD COCIENTE-SEMANA TO SUMA-DIA-SEMANA.
           DIVIDE ANIO-SEMANA BY 100 GIVING COCIENTE-SEMANA.
           SUBTRACT COCIENTE-SEMANA FROM SUMA-DIA-SEMANA.
           DIVIDE ANIO-SEMANA BY 400 GIVING COCIENTE-SEMANA.
           ADD COCIENTE-SEMANA TO SUMA-DIA-SEMANA.
           ADD AJUSTE-MES(MES-PASO) TO SUMA-DIA-SEMANA.
           ADD DIA-PASO TO SUMA-DIA-SEMANA.
           DIVIDE SUMA-DIA-SEMANA BY 7
               GIVING COCIENTE-SEMANA REMAINDER DIA-SEMANA-PASO.
       6807-EXIT.
           EXIT.

      *****************************************************************
      *    6808-AGREGAR-DIA-PERIODO
      *    Agrega el dia en curso a la tabla y avanza al siguiente,
      *    cambiando de mes y de anio cuando corresponde.
      *****************************************************************
       6808-AGREGAR-DIA-PERIODO.
           ADD 1 TO TOTAL-DIAS-PERIODO.
           MOVE SPACES TO TDI-FECHA(TOTAL-DIAS-PERIODO).
           MOVE DIA-PASO  TO TDI-FECHA(TOTAL-DIAS-PERIODO)(1:2).
           MOVE "/"       TO TDI-FECHA(TOTAL-DIAS-PERIODO)(3:1).
           MOVE MES-PASO  TO TDI-FECHA(TOTAL-DIAS-PERIODO)(4:2).
           MOVE "/"       TO TDI-FECHA(TOTAL-DIAS-PERIODO)(6:1).
           MOVE ANIO-PASO TO TDI-FECHA(TOTAL-DIAS-PERIODO)(7:4).
           MOVE FECHA-PASO-ANSI TO TDI-FECHA-ANSI(TOTAL-DIAS-PERIODO).
           MOVE DIA-SEMANA-PASO TO TDI-DIA-SEMANA(TOTAL-DIAS-PERIODO).
           ADD 1 TO DIA-PASO.
           IF DIA-PASO > DIAS-DEL-MES(MES-PASO)
               MOVE 1 TO DIA-PASO
               ADD 1 TO MES-PASO
               IF MES-PASO > 12
                   MOVE 1 TO MES-PASO
                   ADD 1 TO ANIO-PASO
                   PERFORM 6806-AJUSTAR-FEBRERO THRU 6806-EXIT
               END-IF
           END-IF.
           ADD 1 TO DIA-SEMANA-PASO.
           IF DIA-SEMANA-PASO > 6
               MOVE ZERO TO DIA-SEMANA-PASO
           END-IF.
           MOVE ANIO-PASO TO FECHA-PASO-ANSI(1:4).
           MOVE MES-PASO  TO FECHA-PASO-ANSI(5:2).
           MOVE DIA-PASO  TO FECHA-PASO-ANSI(7:2).
       6808-EXIT.
           EXIT.

      *****************************************************************
      *    6810-LEER-CHECADA
      *****************************************************************
       6810-LEER-CHECADA.
           READ ARCHIVO-CHECADAS
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO CHECADAS-LEIDAS
                   PERFORM 6811-EVALUAR-CHECADA THRU 6811-EXIT
           END-READ.
       6810-EXIT.
           EXIT.

      *****************************************************************
      *    6811-EVALUAR-CHECADA
      *    Ubica el dia del periodo y al empleado de la checada y
      *    suma los minutos del par entrada/salida a ese dia. Un dia
      *    con alguna checada cuenta como dia trabajado aunque le
      *    falte la entrada o la salida; esas checadas se reportan
      *    y no suman horas.
      *****************************************************************
       6811-EVALUAR-CHECADA.
           IF CH-EMPLEADO-ID NOT NUMERIC
               ADD 1 TO CHECADAS-INVALIDAS
               DISPLAY "Checada " CHECADAS-LEIDAS
                   ": ID de empleado no numerico; se ignora."
               GO TO 6811-EXIT
           END-IF.
           MOVE ZERO TO IDX-DIA-ENC.
           PERFORM 6812-BUSCAR-DIA-PERIODO THRU 6812-EXIT
               VARYING IDX-DIAS-PERIODO FROM 1 BY 1
               UNTIL IDX-DIAS-PERIODO > TOTAL-DIAS-PERIODO
               OR IDX-DIA-ENC > ZERO.
           IF IDX-DIA-ENC = ZERO
               ADD 1 TO CHECADAS-FUERA-PERIODO
               GO TO 6811-EXIT
           END-IF.
           MOVE CH-EMPLEADO-ID TO EMPLEADO-ID.
           MOVE ZERO TO IDX-EMPLEADO-MANT.
           PERFORM 4615-BUSCAR-EN-TABLA THRU 4615-EXIT
               VARYING IDX-EMPLEADOS FROM 1 BY 1
               UNTIL IDX-EMPLEADOS > TOTAL-EMPLEADOS-TABLA
               OR IDX-EMPLEADO-MANT > ZERO.
           IF IDX-EMPLEADO-MANT = ZERO
               ADD 1 TO CHECADAS-SIN-EMPLEADO
               DISPLAY "|" CH-EMPLEADO-ID " " CH-FECHA
                   " Checada de un ID que no esta en el maestro"
               GO TO 6811-EXIT
           END-IF.
           IF TE-ESTATUS(IDX-EMPLEADO-MANT) = "B"
               ADD 1 TO CHECADAS-SIN-EMPLEADO
               DISPLAY "|" CH-EMPLEADO-ID " " CH-FECHA
                   " Checada de un empleado dado de baja"
               GO TO 6811-EXIT
           END-IF.
           IF CH-HORA-ENTRADA = SPACES AND CH-HORA-SALIDA = SPACES
               ADD 1 TO CHECADAS-INVALIDAS
               DISPLAY "|" CH-EMPLEADO-ID " " CH-FECHA
                   " Checada sin entrada ni salida; se ignora"
               GO TO 6811-EXIT
           END-IF.
           MOVE "S" TO TCH-MARCA-DIA(IDX-EMPLEADO-MANT, IDX-DIA-ENC).
           MOVE CH-HORA-ENTRADA TO HORA-CHECADA.
           PERFORM 6813-CONVERTIR-HORA THRU 6813-EXIT.
           IF HORA-CHECADA-INVALIDA
               ADD 1 TO CHK-SIN-ENTRADA
               DISPLAY "|" CH-EMPLEADO-ID " " CH-FECHA
                   " Checada faltante: entrada en blanco o invalida"
                   " (salida " CH-HORA-SALIDA ")"
               GO TO 6811-EXIT
           END-IF.
           MOVE MINUTOS-HORA TO MINUTOS-ENTRADA.
           MOVE CH-HORA-SALIDA TO HORA-CHECADA.
           PERFORM 6813-CONVERTIR-HORA THRU 6813-EXIT.
           IF HORA-CHECADA-INVALIDA
               ADD 1 TO CHK-SIN-SALIDA
               DISPLAY "|" CH-EMPLEADO-ID " " CH-FECHA
                   " Dia sin salida (entrada " CH-HORA-ENTRADA ")"
               GO TO 6811-EXIT
           END-IF.
           COMPUTE MINUTOS-CHECADA = MINUTOS-HORA - MINUTOS-ENTRADA.
           IF MINUTOS-CHECADA < ZERO
               ADD 1440 TO MINUTOS-CHECADA
           END-IF.
           IF MINUTOS-CHECADA = ZERO
               ADD 1 TO CHK-SIN-SALIDA
               DISPLAY "|" CH-EMPLEADO-ID " " CH-FECHA
                   " Dia sin salida (entrada y salida iguales, "
                   CH-HORA-ENTRADA ")"
               GO TO 6811-EXIT
           END-IF.
           ADD MINUTOS-CHECADA
               TO TCH-MINUTOS-DIA(IDX-EMPLEADO-MANT, IDX-DIA-ENC).
       6811-EXIT.
           EXIT.

      *****************************************************************
      *    6812-BUSCAR-DIA-PERIODO
      *****************************************************************
       6812-BUSCAR-DIA-PERIODO.
           IF TDI-FECHA(IDX-DIAS-PERIODO) = CH-FECHA
               MOVE IDX-DIAS-PERIODO TO IDX-DIA-ENC
           END-IF.
       6812-EXIT.
           EXIT.

      *****************************************************************
      *    6813-CONVERTIR-HORA
      *    Convierte HORA-CHECADA (HH:MM) a minutos desde la
      *    medianoche en MINUTOS-HORA.
      *****************************************************************
       6813-CONVERTIR-HORA.
           SET HORA-CHECADA-INVALIDA TO TRUE.
           MOVE ZERO TO MINUTOS-HORA.
           IF HORA-CHECADA(1:2) NOT NUMERIC
               OR HORA-CHECADA(4:2) NOT NUMERIC
               GO TO 6813-EXIT
           END-IF.
           MOVE HORA-CHECADA(1:2) TO HH-CHECADA.
           MOVE HORA-CHECADA(4:2) TO MM-CHECADA.
           IF HH-CHECADA > 23 OR MM-CHECADA > 59
               GO TO 6813-EXIT
           END-IF.
           COMPUTE MINUTOS-HORA = HH-CHECADA * 60 + MM-CHECADA.
           SET HORA-CHECADA-VALIDA TO TRUE.
       6813-EXIT.
           EXIT.

      *****************************************************************
      *    6820-EVALUAR-EMPLEADO-CHK
      *    Totaliza las horas del periodo del empleado IDX-EMPLEADOS,
      *    reporta los dias sobre el maximo (las horas se toman
      *    completas; el supervisor decide si las corrige) y los dias
      *    sin checadas, y calcula las faltas propuestas: dias sin
      *    checadas menos los dias V, I y F que ya tiene registrados
      *    en incidencias.txt para el periodo. No cuentan los dias
      *    anteriores a la contratacion ni posteriores a la baja.
      *****************************************************************
       6820-EVALUAR-EMPLEADO-CHK.
           IF TE-ESTATUS(IDX-EMPLEADOS) = "B"
               GO TO 6820-EXIT
           END-IF.
           MOVE ZERO TO MINUTOS-TOTAL-EMP.
           MOVE ZERO TO DIAS-SIN-CHECADA.
           MOVE ZERO TO DIAS-JUSTIFICADOS.
           MOVE LOW-VALUES TO CONTRATACION-ANSI.
           IF TE-FECHA-CONTRATACION(IDX-EMPLEADOS)(1:2) NUMERIC
               AND TE-FECHA-CONTRATACION(IDX-EMPLEADOS)(4:2) NUMERIC
               AND TE-FECHA-CONTRATACION(IDX-EMPLEADOS)(7:4) NUMERIC
               MOVE TE-FECHA-CONTRATACION(IDX-EMPLEADOS)(7:4)
                   TO CONTRATACION-ANSI(1:4)
               MOVE TE-FECHA-CONTRATACION(IDX-EMPLEADOS)(4:2)
                   TO CONTRATACION-ANSI(5:2)
               MOVE TE-FECHA-CONTRATACION(IDX-EMPLEADOS)(1:2)
                   TO CONTRATACION-ANSI(7:2)
           END-IF.
           MOVE HIGH-VALUES TO BAJA-CHK-ANSI.
           IF TE-ESTATUS(IDX-EMPLEADOS) = "P"
               AND TE-FECHA-BAJA(IDX-EMPLEADOS)(1:2) NUMERIC
               AND TE-FECHA-BAJA(IDX-EMPLEADOS)(4:2) NUMERIC
               AND TE-FECHA-BAJA(IDX-EMPLEADOS)(7:4) NUMERIC
               MOVE TE-FECHA-BAJA(IDX-EMPLEADOS)(7:4)
                   TO BAJA-CHK-ANSI(1:4)
               MOVE TE-FECHA-BAJA(IDX-EMPLEADOS)(4:2)
                   TO BAJA-CHK-ANSI(5:2)
               MOVE TE-FECHA-BAJA(IDX-EMPLEADOS)(1:2)
                   TO BAJA-CHK-ANSI(7:2)
           END-IF.
           PERFORM 6822-EVALUAR-DIA-EMPLEADO THRU 6822-EXIT
               VARYING IDX-DIAS-PERIODO FROM 1 BY 1
               UNTIL IDX-DIAS-PERIODO > TOTAL-DIAS-PERIODO.
           IF MINUTOS-TOTAL-EMP > 59999
               MOVE 999.99 TO TCH-HORAS(IDX-EMPLEADOS)
           ELSE
               COMPUTE TCH-HORAS(IDX-EMPLEADOS) ROUNDED =
                   MINUTOS-TOTAL-EMP / 60
           END-IF.
      *    Misma regla que 6832: el sueldo fijo lleva tarjeta aunque
      *    no haya checado.
           IF TE-TIPO-PAGO(IDX-EMPLEADOS) = "S"
               OR TCH-HORAS(IDX-EMPLEADOS) > ZERO
               ADD 1 TO CHK-TARJETAS
           END-IF.
           IF TCH-HORAS(IDX-EMPLEADOS) > 168
               MOVE TCH-HORAS(IDX-EMPLEADOS) TO ED-HORAS-CHK
               DISPLAY "|" TE-EMPLEADO-ID(IDX-EMPLEADOS) " "
                   TE-NOMBRE-EMPLEADO(IDX-EMPLEADOS)(1:25)
                   " " ED-HORAS-CHK " horas en el periodo; el lote"
                   " rechazara la tarjeta (maximo 168)"
           END-IF.
           IF DIAS-SIN-CHECADA = ZERO
               GO TO 6820-EXIT
           END-IF.
           PERFORM 6824-SUMAR-DIAS-JUSTIFICADOS THRU 6824-EXIT
               VARYING IDX-INCIDENCIAS FROM 1 BY 1
               UNTIL IDX-INCIDENCIAS > TOTAL-INCID-CARGADAS.
           IF DIAS-SIN-CHECADA > DIAS-JUSTIFICADOS
               COMPUTE TCH-FALTAS(IDX-EMPLEADOS) =
                   DIAS-SIN-CHECADA - DIAS-JUSTIFICADOS
               ADD 1 TO CHK-EMPLEADOS-FALTAS
               MOVE TCH-FALTAS(IDX-EMPLEADOS) TO ED-DIAS-CHK
               MOVE DIAS-JUSTIFICADOS TO ED-DIAS-JUST-CHK
               DISPLAY "|" TE-EMPLEADO-ID(IDX-EMPLEADOS) " "
                   TE-NOMBRE-EMPLEADO(IDX-EMPLEADOS)(1:25)
                   " FALTAS PROPUESTAS: " ED-DIAS-CHK
                   " (sin checadas " DIAS-SIN-CHECADA
                   ", con V/I/F registradas " ED-DIAS-JUST-CHK ")"
           END-IF.
       6820-EXIT.
           EXIT.

      *****************************************************************
      *    6822-EVALUAR-DIA-EMPLEADO
      *****************************************************************
       6822-EVALUAR-DIA-EMPLEADO.
           IF TCH-MARCA-DIA(IDX-EMPLEADOS, IDX-DIAS-PERIODO) = "S"
               ADD TCH-MINUTOS-DIA(IDX-EMPLEADOS, IDX-DIAS-PERIODO)
                   TO MINUTOS-TOTAL-EMP
               IF TCH-MINUTOS-DIA(IDX-EMPLEADOS, IDX-DIAS-PERIODO)
                   > MINUTOS-MAX-DIA
                   ADD 1 TO CHK-SOBRE-MAXIMO
                   COMPUTE HORAS-DIA-CHK ROUNDED =
                       TCH-MINUTOS-DIA(IDX-EMPLEADOS, IDX-DIAS-PERIODO)
                       / 60
                   MOVE HORAS-DIA-CHK TO ED-HORAS-CHK
                   DISPLAY "|" TE-EMPLEADO-ID(IDX-EMPLEADOS) " "
                       TDI-FECHA(IDX-DIAS-PERIODO)
                       " Dia sobre el maximo: " ED-HORAS-CHK
                       " horas"
               END-IF
               GO TO 6822-EXIT
           END-IF.
           IF TDI-FECHA-ANSI(IDX-DIAS-PERIODO) < CONTRATACION-ANSI
               OR TDI-FECHA-ANSI(IDX-DIAS-PERIODO) > BAJA-CHK-ANSI
               GO TO 6822-EXIT
           END-IF.
           IF TDI-DIA-SEMANA(IDX-DIAS-PERIODO) = ZERO
               GO TO 6822-EXIT
           END-IF.
           ADD 1 TO DIAS-SIN-CHECADA.
           ADD 1 TO CHK-DIAS-SIN-CHECADA.
           DISPLAY "|" TE-EMPLEADO-ID(IDX-EMPLEADOS) " "
               TDI-FECHA(IDX-DIAS-PERIODO) " Dia sin checadas".
       6822-EXIT.
           EXIT.

      *****************************************************************
      *    6824-SUMAR-DIAS-JUSTIFICADOS
      *****************************************************************
       6824-SUMAR-DIAS-JUSTIFICADOS.
           IF TI-EMPLEADO-ID(IDX-INCIDENCIAS)
                   = TE-EMPLEADO-ID(IDX-EMPLEADOS)
               AND TI-FECHA-PERIODO(IDX-INCIDENCIAS) = FECHA-PERIODO
               AND (TI-TIPO(IDX-INCIDENCIAS) = "V"
                   OR TI-TIPO(IDX-INCIDENCIAS) = "I"
                   OR TI-TIPO(IDX-INCIDENCIAS) = "F")
               ADD TI-DIAS(IDX-INCIDENCIAS) TO DIAS-JUSTIFICADOS
           END-IF.
       6824-EXIT.
           EXIT.

      *****************************************************************
      *    6830-GRABAR-TARJETAS-CHK
      *    Reemplaza tarjetas.txt con una tarjeta por empleado con
      *    horas checadas en el periodo, fechada con la fecha de
      *    pago del periodo de la sesion.
      *****************************************************************
       6830-GRABAR-TARJETAS-CHK.
           OPEN OUTPUT ARCHIVO-TARJETAS.
           IF FS-TARJETAS NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo crear tarjetas.txt (estado "
                   FS-TARJETAS ")."
               GO TO 6830-EXIT
           END-IF.
           MOVE ZERO TO CHK-TARJETAS.
           PERFORM 6832-GRABAR-TARJETA-EMP THRU 6832-EXIT
               VARYING IDX-EMPLEADOS FROM 1 BY 1
               UNTIL IDX-EMPLEADOS > TOTAL-EMPLEADOS-TABLA.
           CLOSE ARCHIVO-TARJETAS.
           DISPLAY "tarjetas.txt generado: " CHK-TARJETAS
               " tarjetas del periodo " FECHA-PERIODO ".".
           MOVE "TARJETAS GENERADAS" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE FECHA-PERIODO TO AUDIT-DETALLE(1:10).
           MOVE " tarjetas " TO AUDIT-DETALLE(11:10).
           MOVE CHK-TARJETAS TO AUDIT-DETALLE(21:5).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
       6830-EXIT.
           EXIT.

      *****************************************************************
      *    6832-GRABAR-TARJETA-EMP
      *    Al personal de sueldo fijo la tarjeta se le genera sin
      *    horas: lo checado es su jornada, no horas extra reportadas.
      *    Por eso la lleva aunque no haya checado en todo el periodo
      *    (vacaciones o incapacidad): tarjetas.txt se reemplaza y
      *    sin ella no se le pagaria.
      *****************************************************************
       6832-GRABAR-TARJETA-EMP.
           IF TE-ESTATUS(IDX-EMPLEADOS) = "B"
               OR (TE-TIPO-PAGO(IDX-EMPLEADOS) NOT = "S"
                   AND TCH-HORAS(IDX-EMPLEADOS) = ZERO)
               GO TO 6832-EXIT
           END-IF.
           MOVE TE-EMPLEADO-ID(IDX-EMPLEADOS) TO TA-EMPLEADO-ID.
           IF TE-TIPO-PAGO(IDX-EMPLEADOS) = "S"
               MOVE SPACES TO TA-HORAS-TEXTO
           ELSE
               MOVE TCH-HORAS(IDX-EMPLEADOS)  TO TA-HORAS-TRABAJADAS
           END-IF.
           MOVE FECHA-PERIODO                 TO TA-FECHA-PERIODO.
           WRITE REGISTRO-TARJETA.
           ADD 1 TO CHK-TARJETAS.
       6832-EXIT.
           EXIT.

      *****************************************************************
      *    6840-GRABAR-FALTAS-CHK
      *    Agrega a incidencias.txt una falta (F) por empleado con
      *    los dias propuestos, con la fecha del periodo de la
      *    sesion. Una carga posterior del mismo periodo ya las
      *    cuenta como registradas y no las vuelve a proponer.
      *****************************************************************
       6840-GRABAR-FALTAS-CHK.
           OPEN EXTEND ARCHIVO-INCIDENCIAS.
           IF FS-INCIDENCIAS NOT = "00"
               OPEN OUTPUT ARCHIVO-INCIDENCIAS
           END-IF.
           IF FS-INCIDENCIAS NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo grabar incidencias.txt (estado "
                   FS-INCIDENCIAS "); las faltas no se registraron."
               GO TO 6840-EXIT
           END-IF.
           MOVE ZERO TO CHK-FALTAS-GRABADAS.
           PERFORM 6842-GRABAR-FALTA-EMP THRU 6842-EXIT
               VARYING IDX-EMPLEADOS FROM 1 BY 1
               UNTIL IDX-EMPLEADOS > TOTAL-EMPLEADOS-TABLA.
           CLOSE ARCHIVO-INCIDENCIAS.
           DISPLAY "Faltas registradas en incidencias.txt: "
               CHK-FALTAS-GRABADAS " empleados.".
           MOVE "FALTAS DE CHECADOR" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE FECHA-PERIODO TO AUDIT-DETALLE(1:10).
           MOVE " empleados " TO AUDIT-DETALLE(11:11).
           MOVE CHK-FALTAS-GRABADAS TO AUDIT-DETALLE(22:5).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
       6840-EXIT.
           EXIT.

      *****************************************************************
      *    6842-GRABAR-FALTA-EMP
      *****************************************************************
       6842-GRABAR-FALTA-EMP.
           IF TCH-FALTAS(IDX-EMPLEADOS) = ZERO
               GO TO 6842-EXIT
           END-IF.
           MOVE TE-EMPLEADO-ID(IDX-EMPLEADOS) TO IN-EMPLEADO-ID.
           MOVE FECHA-PERIODO                 TO IN-FECHA-PERIODO.
           MOVE "F"                           TO IN-TIPO.
           MOVE SPACE                         TO IN-SUBTIPO.
           MOVE TCH-FALTAS(IDX-EMPLEADOS)     TO IN-DIAS.
           WRITE REGISTRO-INCIDENCIA.
           ADD 1 TO CHK-FALTAS-GRABADAS.
       6842-EXIT.
           EXIT.

      *****************************************************************
      *    6900-CORRIDA-CIERRE  (Opcion 26 del menu)
      *    Corrida desatendida del cierre del periodo del calendario
      *    indicado en ctlcierre.txt: tarjetas (5), variaciones (16),
      *    totales (4), cierre (7), dispersion (9) y poliza (19), en
      *    ese orden, deteniendose en el primer paso que no pasa sus
      *    propias validaciones. Cada paso se anota en corrida.txt y
      *    al volver a correr se reanuda en el paso que fallo; el
      *    inicio y el fin de cada paso quedan en auditoria.txt. Al
      *    final se muestra el resumen de la corrida. El paso de
      *    tarjetas falla si la prenomina del periodo no se aprobo
      *    antes (opcion 23).
      *****************************************************************
       6900-CORRIDA-CIERRE.
           PERFORM 6905-LEER-CONTROL-CIERRE THRU 6905-EXIT.
           IF PASO-CIERRE-FALLO
               DISPLAY "La corrida de cierre no se inicia."
               GO TO 6900-EXIT
           END-IF.
           MOVE FECHA-PERIODO TO FECHA-PERIODO-PREVIA.
           MOVE TCL-FECHA-PAGO(IDX-CAL-ENC) TO FECHA-PERIODO.
           PERFORM 6910-LEER-ESTADO-CORRIDA THRU 6910-EXIT.
           MOVE ZERO TO PASO-FALLIDO-CIERRE.
           IF PASO-INICIAL-CIERRE > 6
               DISPLAY "La corrida de cierre del periodo "
                   FECHA-PERIODO " ya se completo."
           ELSE
               IF PASO-INICIAL-CIERRE > 1
                   DISPLAY "Se reanuda la corrida del periodo "
                       FECHA-PERIODO " en el paso "
                       PASO-INICIAL-CIERRE "."
               END-IF
               SET CORRIDA-DESATENDIDA TO TRUE
               PERFORM 6920-EJECUTAR-PASO THRU 6920-EXIT
                   VARYING IDX-PASO-CIERRE FROM PASO-INICIAL-CIERRE
                   BY 1
                   UNTIL IDX-PASO-CIERRE > 6
                   OR PASO-FALLIDO-CIERRE > ZERO
               SET CORRIDA-INTERACTIVA TO TRUE
           END-IF.
           PERFORM 6950-RESUMEN-CORRIDA THRU 6950-EXIT.
           MOVE FECHA-PERIODO-PREVIA TO FECHA-PERIODO.
       6900-EXIT.
           EXIT.

      *****************************************************************
      *    6905-LEER-CONTROL-CIERRE
      *    Lee ctlcierre.txt y deja IDX-CAL-ENC en el periodo del
      *    calendario que se va a cerrar, el umbral de variaciones y
      *    las tarjetas rechazadas toleradas.
      *****************************************************************
       6905-LEER-CONTROL-CIERRE.
           SET PASO-CIERRE-OK TO TRUE.
           OPEN INPUT ARCHIVO-CONTROL-CIERRE.
           IF FS-CONTROL-CIERRE NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo abrir ctlcierre.txt (estado "
                   FS-CONTROL-CIERRE ")."
               SET PASO-CIERRE-FALLO TO TRUE
               GO TO 6905-EXIT
           END-IF.
           READ ARCHIVO-CONTROL-CIERRE
               AT END
                   DISPLAY "==========ERROR=========="
                   DISPLAY "ctlcierre.txt esta vacio."
                   SET PASO-CIERRE-FALLO TO TRUE
           END-READ.
           CLOSE ARCHIVO-CONTROL-CIERRE.
           IF PASO-CIERRE-FALLO
               GO TO 6905-EXIT
           END-IF.
           IF CC-NUMERO-PERIODO NOT NUMERIC
               DISPLAY "==========ERROR=========="
               DISPLAY "El numero de periodo de ctlcierre.txt no es "
                   "numerico."
               SET PASO-CIERRE-FALLO TO TRUE
               GO TO 6905-EXIT
           END-IF.
           MOVE CC-NUMERO-PERIODO TO NUMERO-PERIODO-CORRIDA.
           IF CC-UMBRAL-VARIACION NUMERIC
               MOVE CC-UMBRAL-VARIACION TO UMBRAL-CORRIDA
           ELSE
               MOVE 20 TO UMBRAL-CORRIDA
           END-IF.
           IF CC-MAX-RECHAZOS NUMERIC
               MOVE CC-MAX-RECHAZOS TO MAX-RECHAZOS-CORRIDA
           ELSE
               MOVE ZERO TO MAX-RECHAZOS-CORRIDA
           END-IF.
           PERFORM 1075-CARGAR-CALENDARIO THRU 1075-EXIT.
           MOVE NUMERO-PERIODO-CORRIDA TO NUMERO-PERIODO-ELEGIDO.
           MOVE ZERO TO IDX-CAL-ENC.
           PERFORM 1074-BUSCAR-PERIODO-CAL THRU 1074-EXIT
               VARYING IDX-CALENDARIO FROM 1 BY 1
               UNTIL IDX-CALENDARIO > TOTAL-CAL-CARGADOS
               OR IDX-CAL-ENC > ZERO.
           IF IDX-CAL-ENC = ZERO
               DISPLAY "==========ERROR=========="
               DISPLAY "El periodo " NUMERO-PERIODO-CORRIDA " de "
                   "ctlcierre.txt no esta programado en el "
                   "calendario."
               SET PASO-CIERRE-FALLO TO TRUE
           END-IF.
       6905-EXIT.
           EXIT.

      *****************************************************************
      *    6910-LEER-ESTADO-CORRIDA
      *    Marca los pasos que ya terminaron bien en corridas
      *    anteriores del periodo y deja en PASO-INICIAL-CIERRE el
      *    primero que falta (7 si ya no falta ninguno).
      *****************************************************************
       6910-LEER-ESTADO-CORRIDA.
           PERFORM 6911-LIMPIAR-PASO THRU 6911-EXIT
               VARYING IDX-PASO-CIERRE FROM 1 BY 1
               UNTIL IDX-PASO-CIERRE > 6.
           OPEN INPUT ARCHIVO-ESTADO-CORRIDA.
           IF FS-ESTADO-CORRIDA = "00"
               PERFORM 6912-LEER-PASO-CORRIDA THRU 6912-EXIT
                   UNTIL FS-ESTADO-CORRIDA = "10"
               CLOSE ARCHIVO-ESTADO-CORRIDA
           END-IF.
           MOVE 1 TO PASO-INICIAL-CIERRE.
           PERFORM 6913-SALTAR-PASO-HECHO THRU 6913-EXIT
               UNTIL PASO-INICIAL-CIERRE > 6
               OR RCI-RESULTADO(PASO-INICIAL-CIERRE) NOT = "P".
       6910-EXIT.
           EXIT.

      *****************************************************************
      *    6911-LIMPIAR-PASO
      *****************************************************************
       6911-LIMPIAR-PASO.
           MOVE "N"    TO RCI-RESULTADO(IDX-PASO-CIERRE).
           MOVE SPACES TO RCI-MOTIVO(IDX-PASO-CIERRE).
       6911-EXIT.
           EXIT.

      *****************************************************************
      *    6912-LEER-PASO-CORRIDA
      *    corrida.txt es cronologico: el ultimo renglon de un paso
      *    es el que vale.
      *****************************************************************
       6912-LEER-PASO-CORRIDA.
           READ ARCHIVO-ESTADO-CORRIDA
               AT END
                   CONTINUE
               NOT AT END
                   IF EC-FECHA-PERIODO = FECHA-PERIODO
                       AND EC-PASO >= 1 AND EC-PASO <= 6
                       IF EC-PASO-OK
                           MOVE "P" TO RCI-RESULTADO(EC-PASO)
                       ELSE
                           MOVE "F" TO RCI-RESULTADO(EC-PASO)
                       END-IF
                       MOVE EC-MOTIVO TO RCI-MOTIVO(EC-PASO)
                   END-IF
           END-READ.
       6912-EXIT.
           EXIT.

      *****************************************************************
      *    6913-SALTAR-PASO-HECHO
      *****************************************************************
       6913-SALTAR-PASO-HECHO.
           ADD 1 TO PASO-INICIAL-CIERRE.
       6913-EXIT.
           EXIT.

      *****************************************************************
      *    6920-EJECUTAR-PASO
      *    Corre un paso con su renglon de inicio y fin en la
      *    auditoria, y anota su resultado en corrida.txt. Un paso
      *    fallido detiene la corrida.
      *****************************************************************
       6920-EJECUTAR-PASO.
           SET PASO-CIERRE-OK TO TRUE.
           MOVE SPACES TO RCI-MOTIVO(IDX-PASO-CIERRE).
           DISPLAY "-----------------------------------------------".
           DISPLAY "Paso " IDX-PASO-CIERRE " de 6: "
               PCI-NOMBRE(IDX-PASO-CIERRE) " (opcion "
               PCI-OPCION(IDX-PASO-CIERRE) ")".
           DISPLAY "-----------------------------------------------".
           MOVE "CORRIDA PASO INICIO" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE FECHA-PERIODO TO AUDIT-DETALLE(1:10).
           MOVE "PASO" TO AUDIT-DETALLE(12:4).
           MOVE IDX-PASO-CIERRE TO AUDIT-DETALLE(17:1).
           MOVE PCI-OPCION(IDX-PASO-CIERRE) TO AUDIT-DETALLE(19:2).
           MOVE PCI-NOMBRE(IDX-PASO-CIERRE) TO AUDIT-DETALLE(22:30).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
           EVALUATE IDX-PASO-CIERRE
               WHEN 1
                   PERFORM 6931-PASO-TARJETAS THRU 6931-EXIT
               WHEN 2
                   PERFORM 6932-PASO-VARIACIONES THRU 6932-EXIT
               WHEN 3
                   PERFORM 6933-PASO-TOTALES THRU 6933-EXIT
               WHEN 4
                   PERFORM 6934-PASO-CIERRE THRU 6934-EXIT
               WHEN 5
                   PERFORM 6935-PASO-DISPERSION THRU 6935-EXIT
               WHEN 6
                   PERFORM 6936-PASO-POLIZA THRU 6936-EXIT
           END-EVALUATE.
           IF PASO-CIERRE-OK
               MOVE "O" TO RCI-RESULTADO(IDX-PASO-CIERRE)
           ELSE
               MOVE "F" TO RCI-RESULTADO(IDX-PASO-CIERRE)
               MOVE IDX-PASO-CIERRE TO PASO-FALLIDO-CIERRE
           END-IF.
           PERFORM 6925-GRABAR-ESTADO-PASO THRU 6925-EXIT.
           MOVE "CORRIDA PASO FIN" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE FECHA-PERIODO TO AUDIT-DETALLE(1:10).
           MOVE "PASO" TO AUDIT-DETALLE(12:4).
           MOVE IDX-PASO-CIERRE TO AUDIT-DETALLE(17:1).
           MOVE PCI-OPCION(IDX-PASO-CIERRE) TO AUDIT-DETALLE(19:2).
           IF PASO-CIERRE-OK
               MOVE "OK" TO AUDIT-DETALLE(22:5)
           ELSE
               MOVE "FALLO" TO AUDIT-DETALLE(22:5)
           END-IF.
           MOVE RCI-MOTIVO(IDX-PASO-CIERRE) TO AUDIT-DETALLE(28:33).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
       6920-EXIT.
           EXIT.

      *****************************************************************
      *    6925-GRABAR-ESTADO-PASO
      *****************************************************************
       6925-GRABAR-ESTADO-PASO.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA FROM TIME.
           OPEN EXTEND ARCHIVO-ESTADO-CORRIDA.
           IF FS-ESTADO-CORRIDA NOT = "00"
               OPEN OUTPUT ARCHIVO-ESTADO-CORRIDA
           END-IF.
           IF FS-ESTADO-CORRIDA NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo grabar corrida.txt (estado "
                   FS-ESTADO-CORRIDA "); al volver a correr el "
                   "cierre se repetira este paso."
               GO TO 6925-EXIT
           END-IF.
           MOVE FECHA-PERIODO               TO EC-FECHA-PERIODO.
           MOVE IDX-PASO-CIERRE             TO EC-PASO.
           MOVE PCI-OPCION(IDX-PASO-CIERRE) TO EC-OPCION.
           IF PASO-CIERRE-OK
               SET EC-PASO-OK TO TRUE
           ELSE
               SET EC-PASO-FALLIDO TO TRUE
           END-IF.
           MOVE FECHA-SISTEMA               TO EC-FECHA.
           MOVE HORA-SISTEMA                TO EC-HORA.
           MOVE OPERADOR-ID                 TO EC-OPERADOR.
           MOVE RCI-MOTIVO(IDX-PASO-CIERRE) TO EC-MOTIVO.
           WRITE REGISTRO-ESTADO-CORRIDA.
           CLOSE ARCHIVO-ESTADO-CORRIDA.
       6925-EXIT.
           EXIT.

      *****************************************************************
      *    6931-PASO-TARJETAS
      *    Falla si la prenomina del periodo no esta aprobada, si
      *    tarjetas.txt no se pudo leer o si los rechazos
      *    exceden lo tolerado en el control. Las tarjetas de
      *    empleados ya grabados en el periodo (de un intento
      *    anterior de la corrida) no cuentan como rechazo.
      *****************************************************************
       6931-PASO-TARJETAS.
           MOVE FECHA-PERIODO TO PRENOMINA-PERIODO.
           PERFORM 6760-VERIFICAR-PRENOMINA THRU 6760-EXIT.
           IF PRENOMINA-NO-APROBADA
               SET PASO-CIERRE-FALLO TO TRUE
               MOVE "Prenomina del periodo sin aprobar (opcion 23)"
                   TO RCI-MOTIVO(IDX-PASO-CIERRE)
               GO TO 6931-EXIT
           END-IF.
           PERFORM 4500-PROCESAR-LOTE-TARJETAS THRU 4500-EXIT.
           IF FS-TARJETAS NOT = "00"
               SET PASO-CIERRE-FALLO TO TRUE
               MOVE "No se pudo abrir tarjetas.txt"
                   TO RCI-MOTIVO(IDX-PASO-CIERRE)
               GO TO 6931-EXIT
           END-IF.
           COMPUTE RECHAZOS-CORRIDA =
               TARJETAS-RECHAZADAS - TARJETAS-YA-GRABADAS.
           IF RECHAZOS-CORRIDA > MAX-RECHAZOS-CORRIDA
               SET PASO-CIERRE-FALLO TO TRUE
               MOVE "Tarjetas rechazadas por encima de lo tolerado"
                   TO RCI-MOTIVO(IDX-PASO-CIERRE)
           END-IF.
       6931-EXIT.
           EXIT.

      *****************************************************************
      *    6932-PASO-VARIACIONES
      *    Reporte informativo: no falla.
      *****************************************************************
       6932-PASO-VARIACIONES.
           MOVE UMBRAL-CORRIDA TO PORCENTAJE-UMBRAL.
           MOVE ZERO TO VAR-REPORTADAS.
           PERFORM 6300-REPORTE-VARIACIONES THRU 6300-EXIT.
           IF PERIODO-ANTERIOR = SPACES
               MOVE "Sin periodo cerrado anterior contra que comparar"
                   TO RCI-MOTIVO(IDX-PASO-CIERRE)
           END-IF.
       6932-EXIT.
           EXIT.

      *****************************************************************
      *    6933-PASO-TOTALES
      *    Falla si el periodo no tiene movimientos que cerrar.
      *****************************************************************
       6933-PASO-TOTALES.
           PERFORM 6000-REPORTE-TOTALES-NOMINA THRU 6000-EXIT.
           IF TOTAL-EMPLEADOS-ARCHIVO = ZERO
               SET PASO-CIERRE-FALLO TO TRUE
               MOVE "El periodo no tiene movimientos vigentes"
                   TO RCI-MOTIVO(IDX-PASO-CIERRE)
           END-IF.
       6933-EXIT.
           EXIT.

      *****************************************************************
      *    6934-PASO-CIERRE
      *    El paso termina bien si al final el periodo quedo cerrado
      *    en periodos.txt (incluso si ya lo estaba).
      *****************************************************************
       6934-PASO-CIERRE.
           MOVE ZERO TO CFDI-SIN-TIMBRAR.
           PERFORM 4700-CERRAR-PERIODO THRU 4700-EXIT.
           PERFORM 9520-VERIFICAR-PERIODO-CERRADO THRU 9520-EXIT.
           IF PERIODO-NO-CERRADO
               SET PASO-CIERRE-FALLO TO TRUE
               IF CFDI-SIN-TIMBRAR > ZERO
                   MOVE "Hay movimientos del periodo sin timbrar"
                       TO RCI-MOTIVO(IDX-PASO-CIERRE)
               ELSE
                   MOVE "El periodo no quedo cerrado en periodos.txt"
                       TO RCI-MOTIVO(IDX-PASO-CIERRE)
               END-IF
           END-IF.
       6934-EXIT.
           EXIT.

      *****************************************************************
      *    6935-PASO-DISPERSION
      *    Falla si no se pudo generar dispersion.txt o si el total
      *    dispersado no cuadra con el neto del periodo.
      *****************************************************************
       6935-PASO-DISPERSION.
           PERFORM 4900-GENERAR-DISPERSION THRU 4900-EXIT.
           IF FS-DISPERSION NOT = "00"
               SET PASO-CIERRE-FALLO TO TRUE
               MOVE "No se pudo crear dispersion.txt"
                   TO RCI-MOTIVO(IDX-PASO-CIERRE)
               GO TO 6935-EXIT
           END-IF.
           IF DISPERSION-TOTAL NOT = NETO-PERIODO-TOTAL
               SET PASO-CIERRE-FALLO TO TRUE
               MOVE "La dispersion no cuadra con el neto (sin CLABE)"
                   TO RCI-MOTIVO(IDX-PASO-CIERRE)
           END-IF.
       6935-EXIT.
           EXIT.

      *****************************************************************
      *    6936-PASO-POLIZA
      *****************************************************************
       6936-PASO-POLIZA.
           PERFORM 6400-GENERAR-POLIZA THRU 6400-EXIT.
           IF POLIZA-NO-EMITIDA
               SET PASO-CIERRE-FALLO TO TRUE
               MOVE "La poliza no se emitio (catalogo o cuadre)"
                   TO RCI-MOTIVO(IDX-PASO-CIERRE)
           END-IF.
       6936-EXIT.
           EXIT.

      *****************************************************************
      *    6950-RESUMEN-CORRIDA
      *    Resumen de una pagina: estado de cada paso y las cifras
      *    de control de los pasos corridos en esta ocasion.
      *****************************************************************
       6950-RESUMEN-CORRIDA.
           DISPLAY "===============================================".
           DISPLAY "|   RESUMEN DE LA CORRIDA DE CIERRE           |".
           DISPLAY "|   Periodo " NUMERO-PERIODO-CORRIDA
               " con pago el " FECHA-PERIODO.
           DISPLAY "===============================================".
           PERFORM 6955-RESUMEN-PASO THRU 6955-EXIT
               VARYING IDX-PASO-CIERRE FROM 1 BY 1
               UNTIL IDX-PASO-CIERRE > 6.
           DISPLAY "-----------------------------------------------".
           IF RCI-RESULTADO(1) = "O"
               DISPLAY "|Tarjetas leidas/aceptadas: |" TARJETAS-LEIDAS
                   " / " TARJETAS-ACEPTADAS
               DISPLAY "|Rechazadas (ya grabadas):  |"
                   TARJETAS-RECHAZADAS " (" TARJETAS-YA-GRABADAS ")"
           END-IF.
           IF RCI-RESULTADO(2) = "O"
               DISPLAY "|Variaciones sobre umbral:  |" VAR-REPORTADAS
           END-IF.
           IF RCI-RESULTADO(3) = "O" OR RCI-RESULTADO(4) = "O"
               DISPLAY "|Empleados en el periodo:   |"
                   TOTAL-EMPLEADOS-ARCHIVO
               DISPLAY "|Total bruto:               |" TOTAL-BRUTO
               DISPLAY "|Total neto:                |" TOTAL-NETO
           END-IF.
           IF RCI-RESULTADO(5) = "O"
               DISPLAY "|Detalles dispersados:      |"
                   DISPERSION-CUENTA
               DISPLAY "|Total dispersado:          |"
                   DISPERSION-TOTAL
           END-IF.
           IF RCI-RESULTADO(6) = "O"
               DISPLAY "|Renglones de la poliza:    |"
                   TOTAL-LINEAS-POLIZA
               DISPLAY "|Total cargos de la poliza: |"
                   TOTAL-CARGOS-POLIZA
           END-IF.
           DISPLAY "===============================================".
           IF PASO-FALLIDO-CIERRE > ZERO
               DISPLAY "La corrida se detuvo en el paso "
                   PASO-FALLIDO-CIERRE "; corrija la causa y vuelva "
                   "a correr la opcion 26: reanuda en ese paso."
           ELSE
               DISPLAY "Corrida de cierre completa."
           END-IF.
           DISPLAY "===============================================".
       6950-EXIT.
           EXIT.

      *****************************************************************
      *    6955-RESUMEN-PASO
      *****************************************************************
       6955-RESUMEN-PASO.
           EVALUATE RCI-RESULTADO(IDX-PASO-CIERRE)
               WHEN "O"
                   MOVE "OK" TO ESTADO-PASO-TEXTO
               WHEN "P"
                   MOVE "OK (corrida anterior)" TO ESTADO-PASO-TEXTO
               WHEN "F"
                   MOVE "FALLO" TO ESTADO-PASO-TEXTO
               WHEN OTHER
                   MOVE "NO CORRIDO" TO ESTADO-PASO-TEXTO
           END-EVALUATE.
           DISPLAY IDX-PASO-CIERRE ". Opcion "
               PCI-OPCION(IDX-PASO-CIERRE) " "
               PCI-NOMBRE(IDX-PASO-CIERRE) " " ESTADO-PASO-TEXTO.
           IF RCI-MOTIVO(IDX-PASO-CIERRE) NOT = SPACES
               AND RCI-RESULTADO(IDX-PASO-CIERRE) NOT = "N"
               DISPLAY "     " RCI-MOTIVO(IDX-PASO-CIERRE)
           END-IF.
       6955-EXIT.
           EXIT.

      *****************************************************************
       7100-EXIT.
           EXIT.

      *****************************************************************
      *    7110-VALIDAR-TIPO-PAGO
      *    H = por hora (tarifa por hora y horas trabajadas),
      *    S = sueldo fijo (sueldo mensual prorrateado al periodo).
      *****************************************************************
       7110-VALIDAR-TIPO-PAGO.
           DISPLAY "Tipo de pago (H = por hora, S = sueldo fijo):".
           ACCEPT TIPO-PAGO-EMPLEADO.
           IF TIPO-PAGO-EMPLEADO = "h"
               MOVE "H" TO TIPO-PAGO-EMPLEADO
           END-IF.
           IF TIPO-PAGO-EMPLEADO = "s"
               MOVE "S" TO TIPO-PAGO-EMPLEADO
           END-IF.
           IF TIPO-PAGO-EMPLEADO NOT = "H" AND NOT = "S"
               DISPLAY "==========ERROR=========="
               DISPLAY "El tipo de pago debe ser H o S."
               PERFORM 7110-VALIDAR-TIPO-PAGO THRU 7110-EXIT
           END-IF.
       7110-EXIT.
           EXIT.

      *****************************************************************
      *    7120-VALIDAR-SUELDO-MENSUAL
      *    Sueldo mensual del personal de sueldo fijo; la tarifa por
      *    hora equivalente (mes de 30 dias de 8 horas) queda en
      *    SALARIO-POR-HORA para el SBC y las tarifas de referencia.
      *****************************************************************
       7120-VALIDAR-SUELDO-MENSUAL.
           DISPLAY "Ingrese el sueldo mensual en USD (Ej: 3500.00):".
           ACCEPT SUELDO-MENSUAL.
           IF SUELDO-MENSUAL <= 0
               DISPLAY "==========ERROR=========="
               DISPLAY "El sueldo mensual debe ser mayor que 0 USD."
               PERFORM 7120-VALIDAR-SUELDO-MENSUAL THRU 7120-EXIT
           END-IF.
           COMPUTE SALARIO-POR-HORA ROUNDED = SUELDO-MENSUAL / 240.
       7120-EXIT.
           EXIT.

      *****************************************************************
      *    7200-VALIDAR-HORAS-TRABAJADAS
      *****************************************************************
       7200-EXIT.
           EXIT.

      *****************************************************************
      *    7210-VALIDAR-HORAS-EXTRA-FIJO
      *    Al empleado de sueldo fijo solo se le capturan las horas
      *    reportadas por encima de su jornada; cero si no hubo.
      *****************************************************************
       7210-VALIDAR-HORAS-EXTRA-FIJO.
           DISPLAY "Empleado de sueldo fijo. Ingrese las horas extra"
           DISPLAY "reportadas sobre su jornada (0 si no hubo):"
           ACCEPT HORAS-TRABAJADAS.
           IF HORAS-TRABAJADAS < 0 OR HORAS-TRABAJADAS > 168
               DISPLAY "==========ERROR=========="
               DISPLAY "Las horas extra deben estar entre 0 y 168."
               PERFORM 7210-VALIDAR-HORAS-EXTRA-FIJO THRU 7210-EXIT
           END-IF.
       7210-EXIT.
           EXIT.

      *****************************************************************
      *    7300-VALIDAR-EMPLEADO-MAESTRO
      *    Busca a NOMBRE-EMPLEADO en el archivo maestro de empleados.
      *    Si no existe, lo da de alta con el siguiente ID disponible,
      *    su tipo de pago y su tarifa por hora o sueldo mensual.
      *****************************************************************
       7300-VALIDAR-EMPLEADO-MAESTRO.
           SET EMPLEADO-NO-ENCONTRADO TO TRUE.
           SET EMPLEADO-NO-BAJA TO TRUE.
           MOVE "H" TO TIPO-PAGO-EMPLEADO.
           MOVE ZERO TO SUELDO-MENSUAL.
           MOVE ZERO TO EMPLEADO-ID-MAX.
           MOVE ZERO TO EMPLEADO-ID.
           OPEN INPUT EMPLEADO-MAESTRO.
               ACCEPT EM-DEPARTAMENTO
               DISPLAY "Ingrese la fecha de contratación (DD/MM/AAAA):"
               ACCEPT EM-FECHA-CONTRATACION
               PERFORM 7110-VALIDAR-TIPO-PAGO THRU 7110-EXIT
               IF PAGO-SUELDO-FIJO
                   PERFORM 7120-VALIDAR-SUELDO-MENSUAL THRU 7120-EXIT
               ELSE
                   MOVE ZERO TO SUELDO-MENSUAL
                   PERFORM 7100-VALIDAR-SALARIO-POR-HORA THRU 7100-EXIT
               END-IF
               MOVE TIPO-PAGO-EMPLEADO TO EM-TIPO-PAGO
               MOVE SUELDO-MENSUAL TO EM-SUELDO-MENSUAL
               MOVE SALARIO-POR-HORA TO EM-SALARIO-POR-HORA
               SET EM-ACTIVO TO TRUE
               MOVE SPACES TO EM-FECHA-BAJA
               ACCEPT EM-BANCO
               DISPLAY "Ingrese la CLABE (18 dígitos):"
               ACCEPT EM-CLABE
               DISPLAY "Ingrese el NSS del IMSS (11 dígitos):"
               ACCEPT EM-NSS
               DISPLAY "Ingrese la CURP (18 caracteres):"
               ACCEPT EM-CURP
               MOVE EM-SALARIO-POR-HORA   TO SBC-SALARIO-HORA
               MOVE EM-SUELDO-MENSUAL     TO SBC-SUELDO-MENSUAL
               MOVE EM-FECHA-CONTRATACION TO SBC-FECHA-INGRESO
               MOVE EM-FECHA-CONTRATACION TO SBC-FECHA-CALCULO
               PERFORM 5900-CALCULAR-SBC THRU 5900-EXIT
               MOVE SBC-CALCULADO         TO EM-SBC
               MOVE EM-FECHA-CONTRATACION TO EM-FECHA-SBC
               MOVE EM-EMPLEADO-ID        TO MI-EMPLEADO-ID
               MOVE "08"                  TO MI-TIPO-MOVIMIENTO
               MOVE EM-FECHA-CONTRATACION TO MI-FECHA-MOVIMIENTO
               MOVE EM-NSS                TO MI-NSS
               MOVE EM-CURP               TO MI-CURP
               MOVE EM-NOMBRE-EMPLEADO    TO MI-NOMBRE-EMPLEADO
               MOVE EM-SBC                TO MI-SBC
               MOVE SPACE                 TO MI-CAUSA-BAJA
               WRITE REGISTRO-EMPLEADO
               CLOSE EMPLEADO-MAESTRO
               DISPLAY "Empleado registrado con ID " EMPLEADO-ID
               MOVE EMPLEADO-ID TO AUDIT-DETALLE(1:6)
               MOVE NOMBRE-EMPLEADO TO AUDIT-DETALLE(8:50)
               PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT
               PERFORM 5910-GRABAR-MOVIMIENTO-IDSE THRU 5910-EXIT
           END-IF.
       7300-EXIT.
           EXIT.
                   IF EM-NOMBRE-EMPLEADO = NOMBRE-EMPLEADO
                       MOVE EM-EMPLEADO-ID TO EMPLEADO-ID
                       SET EMPLEADO-ENCONTRADO TO TRUE
                       MOVE EM-TIPO-PAGO TO TIPO-PAGO-EMPLEADO
                       MOVE EM-SUELDO-MENSUAL TO SUELDO-MENSUAL
                       IF EM-BAJA
                           SET EMPLEADO-DADO-DE-BAJA TO TRUE
                       END-IF
      *****************************************************************
      *    7320-BUSCAR-EMPLEADO-POR-ID
      *    Lee EMPLEADO-ID directo por llave en el maestro indexado.
      *    Si lo encuentra, carga el nombre, el salario por hora, el
      *    tipo de pago y el sueldo mensual guardados en el maestro,
      *    para los procesos que no capturan nada en terminal (el
      *    lote de tarjetas).
      *****************************************************************
       7320-BUSCAR-EMPLEADO-POR-ID.
           SET EMPLEADO-NO-ENCONTRADO TO TRUE.
           SET EMPLEADO-NO-BAJA TO TRUE.
           MOVE "H" TO TIPO-PAGO-EMPLEADO.
           MOVE ZERO TO SUELDO-MENSUAL.
           OPEN INPUT EMPLEADO-MAESTRO.
           IF FS-EMPLEADO-MAESTRO = "00"
               MOVE EMPLEADO-ID TO EM-EMPLEADO-ID
                   SET EMPLEADO-ENCONTRADO TO TRUE
                   MOVE EM-NOMBRE-EMPLEADO TO NOMBRE-EMPLEADO
                   MOVE EM-SALARIO-POR-HORA TO SALARIO-POR-HORA
                   MOVE EM-TIPO-PAGO TO TIPO-PAGO-EMPLEADO
                   MOVE EM-SUELDO-MENSUAL TO SUELDO-MENSUAL
                   IF EM-BAJA
                       SET EMPLEADO-DADO-DE-BAJA TO TRUE
                   END-IF
       7320-EXIT.
           EXIT.

      *****************************************************************
      *    7330-TARIFA-VIGENTE
      *    Busca en salhist.txt la tarifa de EMPLEADO-ID que rige en
      *    FECHA-PERIODO: la de la linea con la vigencia mas reciente
      *    que no pase de la fecha del periodo (a igual vigencia, la
      *    capturada despues). Si la encuentra la deja en
      *    SALARIO-POR-HORA; si el empleado no tiene historial, o
      *    todas sus lineas rigen despues del periodo, se conserva la
      *    tarifa que ya traia (la del maestro o la capturada).
      *    LINEAS-SALARIO-EMP queda con las lineas del empleado.
      *****************************************************************
       7330-TARIFA-VIGENTE.
           SET TARIFA-SIN-HISTORIAL TO TRUE.
           MOVE ZERO TO LINEAS-SALARIO-EMP.
           MOVE LOW-VALUES TO MEJOR-VIGENCIA-ANSI.
           MOVE FECHA-PERIODO(7:4) TO FECHA-TARIFA-ANSI(1:4).
           MOVE FECHA-PERIODO(4:2) TO FECHA-TARIFA-ANSI(5:2).
           MOVE FECHA-PERIODO(1:2) TO FECHA-TARIFA-ANSI(7:2).
           OPEN INPUT ARCHIVO-SALARIOS.
           IF FS-SALARIOS NOT = "00"
               GO TO 7330-EXIT
           END-IF.
           PERFORM 7331-LEER-SALARIO THRU 7331-EXIT
               UNTIL FS-SALARIOS = "10".
           CLOSE ARCHIVO-SALARIOS.
           IF TARIFA-EN-HISTORIAL
               MOVE TARIFA-HISTORIAL TO SALARIO-POR-HORA
           END-IF.
       7330-EXIT.
           EXIT.

      *****************************************************************
      *    7331-LEER-SALARIO
      *****************************************************************
       7331-LEER-SALARIO.
           READ ARCHIVO-SALARIOS
               AT END
                   CONTINUE
               NOT AT END
                   IF SH-EMPLEADO-ID = EMPLEADO-ID
                       ADD 1 TO LINEAS-SALARIO-EMP
                       PERFORM 7332-EVALUAR-VIGENCIA THRU 7332-EXIT
                   END-IF
           END-READ.
       7331-EXIT.
           EXIT.

      *****************************************************************
      *    7332-EVALUAR-VIGENCIA
      *    Compara las fechas convertidas a AAAAMMDD.
      *****************************************************************
       7332-EVALUAR-VIGENCIA.
           IF SH-SALARIO-POR-HORA NOT NUMERIC
               OR SH-SALARIO-POR-HORA = ZERO
               GO TO 7332-EXIT
           END-IF.
           MOVE SH-FECHA-VIGENCIA(7:4) TO VIGENCIA-LINEA-ANSI(1:4).
           MOVE SH-FECHA-VIGENCIA(4:2) TO VIGENCIA-LINEA-ANSI(5:2).
           MOVE SH-FECHA-VIGENCIA(1:2) TO VIGENCIA-LINEA-ANSI(7:2).
           IF VIGENCIA-LINEA-ANSI > FECHA-TARIFA-ANSI
               OR VIGENCIA-LINEA-ANSI < MEJOR-VIGENCIA-ANSI
               GO TO 7332-EXIT
           END-IF.
           MOVE VIGENCIA-LINEA-ANSI TO MEJOR-VIGENCIA-ANSI.
           MOVE SH-SALARIO-POR-HORA TO TARIFA-HISTORIAL.
           SET TARIFA-EN-HISTORIAL TO TRUE.
       7332-EXIT.
           EXIT.

      *****************************************************************
      *    7400-VALIDAR-CANTIDAD-LOTE
      *****************************************************************
      *    8000-CALCULAR-SALARIO-BRUTO
      *    Las primeras 40 horas se pagan a tarifa normal, de 40 a 60
      *    a tiempo y medio, y lo que exceda 60 horas a tiempo doble.
      *    El personal de sueldo fijo se calcula en 8010 y comparte
      *    desde ahi las incidencias y percepciones.
      *****************************************************************
       8000-CALCULAR-SALARIO-BRUTO.
           IF PAGO-SUELDO-FIJO
               PERFORM 8010-CALCULAR-SUELDO-FIJO THRU 8010-EXIT
               GO TO 8000-APLICAR-INCIDENCIAS
           END-IF.
           EVALUATE TRUE
               WHEN HORAS-TRABAJADAS > 60
                   MOVE 40 TO HORAS-REGULARES
               HORAS-DOBLES * SALARIO-POR-HORA * 2.
           COMPUTE SALARIO-BRUTO =
               SALARIO-REGULAR + SALARIO-EXTRA + SALARIO-DOBLE.
       8000-APLICAR-INCIDENCIAS.
           PERFORM 8060-APLICAR-INCIDENCIAS THRU 8060-EXIT.
           PERFORM 8050-APLICAR-PERCEPCIONES THRU 8050-EXIT.
           SET FONDO-APLICA TO TRUE.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *    8010-CALCULAR-SUELDO-FIJO
      *    El sueldo mensual se prorratea a los dias del periodo
      *    (8015) sobre un mes de 30 dias y va como salario regular.
      *    HORAS-TRABAJADAS trae solo las horas reportadas sobre la
      *    jornada: las primeras 20 se pagan a tiempo y medio y las
      *    demas a tiempo doble, con la tarifa por hora equivalente
      *    (sueldo mensual / 240).
      *****************************************************************
       8010-CALCULAR-SUELDO-FIJO.
           PERFORM 8015-DIAS-PERIODO-SUELDO THRU 8015-EXIT.
           COMPUTE SALARIO-POR-HORA ROUNDED = SUELDO-MENSUAL / 240.
           COMPUTE SALARIO-REGULAR ROUNDED =
               SUELDO-MENSUAL * DIAS-PERIODO-SUELDO / 30.
           MOVE ZERO TO HORAS-REGULARES.
           IF HORAS-TRABAJADAS > 20
               MOVE 20 TO HORAS-EXTRA
               COMPUTE HORAS-DOBLES = HORAS-TRABAJADAS - 20
           ELSE
               MOVE HORAS-TRABAJADAS TO HORAS-EXTRA
               MOVE ZERO TO HORAS-DOBLES
           END-IF.
           COMPUTE SALARIO-EXTRA =
               HORAS-EXTRA * SALARIO-POR-HORA * 1.5.
           COMPUTE SALARIO-DOBLE =
               HORAS-DOBLES * SALARIO-POR-HORA * 2.
           COMPUTE SALARIO-BRUTO =
               SALARIO-REGULAR + SALARIO-EXTRA + SALARIO-DOBLE.
       8010-EXIT.
           EXIT.

      *****************************************************************
      *    8015-DIAS-PERIODO-SUELDO
      *    Dias que cubre el periodo segun la frecuencia con que el
      *    calendario programo FECHA-PERIODO: semanal 7, quincenal 15,
      *    mensual 30. Sin calendario, o con la fecha fuera de el, se
      *    prorratea como quincenal.
      *****************************************************************
       8015-DIAS-PERIODO-SUELDO.
           MOVE SPACE TO FRECUENCIA-SUELDO.
           PERFORM 8016-FRECUENCIA-PERIODO THRU 8016-EXIT
               VARYING IDX-CAL-SUELDO FROM 1 BY 1
               UNTIL IDX-CAL-SUELDO > TOTAL-CAL-CARGADOS
               OR FRECUENCIA-SUELDO NOT = SPACE.
           EVALUATE FRECUENCIA-SUELDO
               WHEN "S"
                   MOVE 7 TO DIAS-PERIODO-SUELDO
               WHEN "Q"
                   MOVE 15 TO DIAS-PERIODO-SUELDO
               WHEN "M"
                   MOVE 30 TO DIAS-PERIODO-SUELDO
               WHEN OTHER
                   MOVE 15 TO DIAS-PERIODO-SUELDO
                   DISPLAY "AVISO: el periodo " FECHA-PERIODO
                       " no tiene frecuencia en el calendario; el "
                       "sueldo fijo se prorratea como quincenal."
           END-EVALUATE.
       8015-EXIT.
           EXIT.

      *****************************************************************
      *    8016-FRECUENCIA-PERIODO
      *    Toma la frecuencia del calendario para el periodo de pago.
      *****************************************************************
       8016-FRECUENCIA-PERIODO.
           IF TCL-FECHA-PAGO(IDX-CAL-SUELDO) = FECHA-PERIODO
               MOVE TCL-FRECUENCIA(IDX-CAL-SUELDO) TO FRECUENCIA-SUELDO
           END-IF.
       8016-EXIT.
           EXIT.

      *****************************************************************
      *    8050-APLICAR-PERCEPCIONES
      *    Suma al bruto las percepciones adicionales del empleado en
      *    paga segun su subtipo y las vacaciones pagan el dia
      *    completo mas la prima vacacional del 25%. Cada incidencia
      *    aplicada se guarda para el desglose del recibo y para
      *    incidaplic.txt. Al personal de sueldo fijo el dia vale la
      *    trigesima parte del sueldo mensual, y los dias de
      *    incapacidad o vacaciones se descuentan primero del sueldo
      *    del periodo (8068), que ya los incluia.
      *****************************************************************
       8060-APLICAR-INCIDENCIAS.
           MOVE ZERO TO DESCUENTO-FALTAS.
           IF TOTAL-INCID-CARGADAS = ZERO
               GO TO 8060-EXIT
           END-IF.
           IF PAGO-SUELDO-FIJO
               COMPUTE VALOR-DIA ROUNDED = SUELDO-MENSUAL / 30
           ELSE
               COMPUTE VALOR-DIA = SALARIO-POR-HORA * 8
           END-IF.
           PERFORM 8067-EVALUAR-INCIDENCIA THRU 8067-EXIT
               VARYING IDX-INCIDENCIAS FROM 1 BY 1
               UNTIL IDX-INCIDENCIAS > TOTAL-INCID-CARGADAS.
               GO TO 8067-EXIT
           END-IF.
           MOVE ZERO TO PRIMA-INCIDENCIA.
           IF PAGO-SUELDO-FIJO
               AND (TI-TIPO(IDX-INCIDENCIAS) = "I"
                   OR TI-TIPO(IDX-INCIDENCIAS) = "V")
               PERFORM 8068-DESCONTAR-DIAS-SUELDO THRU 8068-EXIT
           END-IF.
           EVALUATE TI-TIPO(IDX-INCIDENCIAS)
               WHEN "F"
                   COMPUTE MONTO-INCIDENCIA ROUNDED =
       8067-EXIT.
           EXIT.

      *****************************************************************
      *    8068-DESCONTAR-DIAS-SUELDO
      *    Quita del sueldo fijo del periodo los dias de la incidencia
      *    en curso, sin pasar del salario regular ni del bruto, para
      *    que la incapacidad o las vacaciones se paguen segun su
      *    regla y no encima del sueldo completo.
      *****************************************************************
       8068-DESCONTAR-DIAS-SUELDO.
           COMPUTE MONTO-DIAS-SUELDO ROUNDED =
               TI-DIAS(IDX-INCIDENCIAS) * VALOR-DIA.
           IF MONTO-DIAS-SUELDO > SALARIO-REGULAR
               MOVE SALARIO-REGULAR TO MONTO-DIAS-SUELDO
           END-IF.
           IF MONTO-DIAS-SUELDO > SALARIO-BRUTO
               MOVE SALARIO-BRUTO TO MONTO-DIAS-SUELDO
           END-IF.
           SUBTRACT MONTO-DIAS-SUELDO FROM SALARIO-REGULAR.
           SUBTRACT MONTO-DIAS-SUELDO FROM SALARIO-BRUTO.
       8068-EXIT.
           EXIT.

      *****************************************************************
      *    8100-CALCULAR-DEDUCCIONES
      *    Desglosa la deduccion total en ISR, IMSS y retiro. El ISR
      *    sale de la tabla de tarifas progresivas (8110); IMSS y
      *    retiro siguen siendo porcentajes del bruto. Despues aplica
      *    las deducciones recurrentes del empleado (deducciones.txt)
      *    y, en los pagos por horas (8000), el fondo de ahorro.
      *****************************************************************
       8100-CALCULAR-DEDUCCIONES.
           SET FONDO-NO-MODIFICADO TO TRUE.
           MOVE SPACE TO FP-CONCEPTO.
           MOVE ZERO TO APORTACION-FONDO-PAT.
           PERFORM 8110-CALCULAR-ISR THRU 8110-EXIT.
           COMPUTE DEDUCCION-IMSS = SALARIO-BRUTO * 0.03.
           COMPUTE DEDUCCION-RETIRO = SALARIO-BRUTO * 0.02.
           COMPUTE DEDUCCIONES =
               DEDUCCION-ISR + DEDUCCION-IMSS + DEDUCCION-RETIRO.
           PERFORM 8150-APLICAR-DEDUC-RECURRENTES THRU 8150-EXIT.
           IF FONDO-APLICA
               PERFORM 4330-APLICAR-FONDO-AHORRO THRU 4330-EXIT
               SET FONDO-NO-APLICA TO TRUE
           END-IF.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *    9000-GENERAR-REPORTE
      *    Muestra el desglose en pantalla y manda a grabar el
      *    registro y a generar las exportaciones (CSV / recibo). Al
      *    personal de sueldo fijo el salario regular es el sueldo
      *    del periodo y las horas trabajadas son las extra
      *    reportadas.
      *****************************************************************
       9000-GENERAR-REPORTE.
           DISPLAY "----------------------------------------".
           DISPLAY "----------------------------------------".
           DISPLAY "|Nombre del empleado:|", NOMBRE-EMPLEADO(1:25).
           DISPLAY "|Periodo de pago:    |", FECHA-PERIODO.
           IF PAGO-SUELDO-FIJO
               DISPLAY "|Tipo de pago:       |SUELDO FIJO"
               DISPLAY "|Sueldo mensual:     |", SUELDO-MENSUAL
               IF SALARIO-REGULAR > ZERO
                   DISPLAY "|Sueldo del periodo: |", SALARIO-REGULAR
               END-IF
           END-IF.
           DISPLAY "|Horas regulares:    |", HORAS-REGULARES.
           DISPLAY "|Horas extra (1.5x): |", HORAS-EXTRA.
           DISPLAY "|Horas dobles (2x):  |", HORAS-DOBLES.
           END-IF.
      *    El consecutivo siempre se toma del ultimo movimiento ya
      *    grabado del empleado en el periodo. Para un movimiento O,
      *    si el periodo tiene un pago ordinario (O/C) vigente se
      *    rechaza el duplicado; si ese pago quedo revertido SI puede
      *    volver a capturarse (tambien se omite la tabla de nombres,
      *    donde el nombre quedo desde el pago original). Un
      *    retroactivo (A) o un finiquito (F) del periodo no cuentan
      *    como pago ordinario. Un reverso anota en reversos.txt que
      *    movimiento revierte (9170).
           PERFORM 9130-BUSCAR-MAX-CONSECUTIVO THRU 9130-EXIT.
           IF TIPO-MOVIMIENTO = "O"
               AND NOT ORDINARIO-REVERTIDO
               IF ORDINARIO-VIGENTE
                   DISPLAY "==========ERROR=========="
                   DISPLAY "El empleado " EMPLEADO-ID " ya tiene un "
                       "pago vigente en el periodo " FECHA-PERIODO "."
                   MOVE "REVERSO GRABADO" TO AUDIT-EVENTO
               WHEN "C"
                   MOVE "CORRECCION GRABADA" TO AUDIT-EVENTO
               WHEN "F"
                   MOVE "FINIQUITO GRABADO" TO AUDIT-EVENTO
               WHEN "A"
                   MOVE "RETROACTIVO GRABADO" TO AUDIT-EVENTO
               WHEN "L"
                   MOVE "LIQ FONDO GRABADA" TO AUDIT-EVENTO
               WHEN OTHER
                   MOVE "REGISTRO GRABADO" TO AUDIT-EVENTO
           END-EVALUATE.
           MOVE FECHA-PERIODO TO AUDIT-DETALLE(8:10).
           MOVE NOMBRE-EMPLEADO TO AUDIT-DETALLE(19:30).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
           IF TIPO-MOVIMIENTO = "R"
               PERFORM 9170-GRABAR-REVERSO THRU 9170-EXIT
           END-IF.
           IF DEDUC-MODIFICADAS
               PERFORM 8170-GRABAR-DEDUCCIONES THRU 8170-EXIT
               SET DEDUC-NO-MODIFICADAS TO TRUE
               PERFORM 9150-GRABAR-INCID-APLICADAS THRU 9150-EXIT
           END-IF.
           PERFORM 9160-GRABAR-COSTO-PATRONAL THRU 9160-EXIT.
           IF FONDO-MODIFICADO
               PERFORM 4335-REGISTRAR-MOV-FONDO THRU 4335-EXIT
           END-IF.
           IF TIPO-MOVIMIENTO = "R"
               MOVE "S" TO ACUM-OPERACION
           ELSE
      *****************************************************************
      *    9130-BUSCAR-MAX-CONSECUTIVO
      *    Deja en MAX-CONSECUTIVO el consecutivo mas alto grabado
      *    para EMPLEADO-ID en FECHA-PERIODO (cero si no hay ninguno).
      *    Como el consecutivo es parte de la llave, el ultimo leido
      *    del grupo es el mayor. SW-PAGO-ORDINARIO queda en V si
      *    algun pago ordinario (O/C) del periodo sigue vigente y en
      *    R si todos los que hay fueron revertidos, segun los
      *    reversos del grupo (9180), sin importar cuantos
      *    movimientos se grabaron entre el pago y su reverso.
      *****************************************************************
       9130-BUSCAR-MAX-CONSECUTIVO.
           MOVE ZERO TO MAX-CONSECUTIVO.
           SET ORDINARIO-NINGUNO TO TRUE.
           MOVE EMPLEADO-ID   TO REV-EMPLEADO-ID.
           MOVE FECHA-PERIODO TO REV-FECHA-PERIODO.
           PERFORM 9180-CARGAR-REVERTIDOS THRU 9180-EXIT.
           SET LLAVE-NO-AGOTADA TO TRUE.
           MOVE EMPLEADO-ID   TO RN-EMPLEADO-ID.
           MOVE FECHA-PERIODO TO RN-FECHA-PERIODO.
                   IF RN-EMPLEADO-ID = EMPLEADO-ID
                       AND RN-FECHA-PERIODO = FECHA-PERIODO
                       MOVE RN-CONSECUTIVO TO MAX-CONSECUTIVO
                       IF RN-MOV-ORIGINAL OR RN-MOV-CORRECCION
                           PERFORM 9136-EVALUAR-ORDINARIO
                               THRU 9136-EXIT
                       END-IF
                   ELSE
                       SET LLAVE-AGOTADA TO TRUE
                   END-IF
       9135-EXIT.
           EXIT.

      *****************************************************************
      *    9136-EVALUAR-ORDINARIO
      *    Un pago ordinario vigente prevalece sobre los revertidos.
      *****************************************************************
       9136-EVALUAR-ORDINARIO.
           MOVE RN-EMPLEADO-ID   TO REV-BUSCAR-EMPLEADO.
           MOVE RN-FECHA-PERIODO TO REV-BUSCAR-PERIODO.
           MOVE RN-CONSECUTIVO   TO REV-BUSCAR-CONSEC.
           PERFORM 9190-VERIFICAR-REVERTIDO THRU 9190-EXIT.
           IF MOV-NO-REVERTIDO
               SET ORDINARIO-VIGENTE TO TRUE
               GO TO 9136-EXIT
           END-IF.
           IF NOT ORDINARIO-VIGENTE
               SET ORDINARIO-REVERTIDO TO TRUE
           END-IF.
       9136-EXIT.
           EXIT.

      *****************************************************************
      *    9140-GRABAR-DEDUC-APLICADAS
      *    Agrega a deducaplic.txt una linea por cada deduccion
      *    movimiento recien grabado: cuotas de la empresa y
      *    provisiones calculadas con los factores FACTOR-* sobre el
      *    bruto. Los reversos tambien graban su linea (tipo R) para
      *    que quien sume el archivo pueda netear. La aportacion de
      *    la empresa al fondo de ahorro va aparte, en
      *    CT-FONDO-PATRON.
      *****************************************************************
       9160-GRABAR-COSTO-PATRONAL.
           OPEN EXTEND ARCHIVO-COSTO-PATRONAL.
           COMPUTE CT-TOTAL-PATRON =
               CT-IMSS-PATRON + CT-RETIRO-PATRON + CT-INFONAVIT
               + CT-PROV-AGUINALDO + CT-PROV-VACACIONES.
           IF FONDO-MODIFICADO
               MOVE APORTACION-FONDO-PAT TO CT-FONDO-PATRON
           ELSE
               MOVE ZERO TO CT-FONDO-PATRON
           END-IF.
           WRITE REGISTRO-COSTO-PATRONAL.
           CLOSE ARCHIVO-COSTO-PATRONAL.
       9160-EXIT.
           EXIT.

      *****************************************************************
      *    9170-GRABAR-REVERSO
      *    Agrega a reversos.txt la llave del reverso recien grabado y
      *    el consecutivo del movimiento que revierte, que deja 5230
      *    en CONSEC-A-REVERTIR.
      *****************************************************************
       9170-GRABAR-REVERSO.
           OPEN EXTEND ARCHIVO-REVERSOS.
           IF FS-REVERSOS NOT = "00"
               OPEN OUTPUT ARCHIVO-REVERSOS
           END-IF.
           IF FS-REVERSOS NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo grabar reversos.txt (estado "
                   FS-REVERSOS ")."
               DISPLAY "Agregue a mano el renglon: " EMPLEADO-ID
                   FECHA-PERIODO MAX-CONSECUTIVO CONSEC-A-REVERTIR
               GO TO 9170-EXIT
           END-IF.
           MOVE EMPLEADO-ID       TO RV-EMPLEADO-ID.
           MOVE FECHA-PERIODO     TO RV-FECHA-PERIODO.
           MOVE MAX-CONSECUTIVO   TO RV-CONSECUTIVO.
           MOVE CONSEC-A-REVERTIR TO RV-CONSEC-REVERTIDO.
           WRITE REGISTRO-REVERSO.
           CLOSE ARCHIVO-REVERSOS.
       9170-EXIT.
           EXIT.

      *****************************************************************
      *    9180-CARGAR-REVERTIDOS
      *    Recorre nomina.dat (ya abierto) y deja en TABLA-REVERTIDOS
      *    el movimiento que deja sin efecto cada reverso del
      *    empleado REV-EMPLEADO-ID (cero = todos) en el periodo
      *    REV-FECHA-PERIODO (espacios = todos). Mueve la posicion
      *    del archivo: quien lo lea despues debe volver a
      *    posicionarse.
      *****************************************************************
       9180-CARGAR-REVERTIDOS.
           MOVE ZERO TO TOTAL-REVERTIDOS.
           SET REVERTIDOS-NO-EXCEDIDOS TO TRUE.
           SET LLAVE-NO-AGOTADA TO TRUE.
           MOVE LOW-VALUES TO RN-LLAVE.
           IF REV-EMPLEADO-ID > ZERO
               MOVE REV-EMPLEADO-ID TO RN-EMPLEADO-ID
               IF REV-FECHA-PERIODO NOT = SPACES
                   MOVE REV-FECHA-PERIODO TO RN-FECHA-PERIODO
               END-IF
           END-IF.
           START ARCHIVO-NOMINA KEY IS >= RN-LLAVE.
           IF FS-ARCHIVO-NOMINA NOT = "00"
               GO TO 9180-EXIT
           END-IF.
           PERFORM 9181-LEER-NOMINA-REVERTIDOS THRU 9181-EXIT
               UNTIL LLAVE-AGOTADA.
           IF REVERTIDOS-EXCEDIDOS
               DISPLAY "==========ERROR=========="
               DISPLAY "Hay mas de 1000 reversos por revisar; no "
                   "caben en la tabla de movimientos revertidos."
           END-IF.
       9180-EXIT.
           EXIT.

      *****************************************************************
      *    9181-LEER-NOMINA-REVERTIDOS
      *****************************************************************
       9181-LEER-NOMINA-REVERTIDOS.
           READ ARCHIVO-NOMINA NEXT
               AT END
                   SET LLAVE-AGOTADA TO TRUE
               NOT AT END
                   PERFORM 9182-EVALUAR-REVERSO THRU 9182-EXIT
           END-READ.
       9181-EXIT.
           EXIT.

      *****************************************************************
      *    9182-EVALUAR-REVERSO
      *    Con empleado pedido, el grupo termina al cambiar de
      *    empleado (o de periodo, si tambien se pidio periodo).
      *****************************************************************
       9182-EVALUAR-REVERSO.
           IF REV-EMPLEADO-ID > ZERO
               AND RN-EMPLEADO-ID NOT = REV-EMPLEADO-ID
               SET LLAVE-AGOTADA TO TRUE
               GO TO 9182-EXIT
           END-IF.
           IF REV-FECHA-PERIODO NOT = SPACES
               AND RN-FECHA-PERIODO NOT = REV-FECHA-PERIODO
               IF REV-EMPLEADO-ID > ZERO
                   SET LLAVE-AGOTADA TO TRUE
               END-IF
               GO TO 9182-EXIT
           END-IF.
           IF NOT RN-MOV-REVERSO
               GO TO 9182-EXIT
           END-IF.
           IF TOTAL-REVERTIDOS NOT < 1000
               SET REVERTIDOS-EXCEDIDOS TO TRUE
               SET LLAVE-AGOTADA TO TRUE
               GO TO 9182-EXIT
           END-IF.
           PERFORM 9185-CONSEC-REVERTIDO THRU 9185-EXIT.
           ADD 1 TO TOTAL-REVERTIDOS.
           MOVE RN-EMPLEADO-ID   TO TRV-EMPLEADO-ID(TOTAL-REVERTIDOS).
           MOVE RN-FECHA-PERIODO
               TO TRV-FECHA-PERIODO(TOTAL-REVERTIDOS).
           MOVE CONSEC-REVERTIDO TO TRV-CONSECUTIVO(TOTAL-REVERTIDOS).
       9182-EXIT.
           EXIT.

      *****************************************************************
      *    9185-CONSEC-REVERTIDO
      *    Deja en CONSEC-REVERTIDO el consecutivo del movimiento que
      *    revierte el reverso que esta en REGISTRO-NOMINA, segun
      *    reversos.txt. Un reverso que no aparece ahi se grabo antes
      *    de que existiera el archivo, cuando el reverso siempre
      *    seguia inmediatamente al movimiento que revertia.
      *****************************************************************
       9185-CONSEC-REVERTIDO.
           COMPUTE CONSEC-REVERTIDO = RN-CONSECUTIVO - 1.
           SET REVERSO-NO-EN-ARCHIVO TO TRUE.
           OPEN INPUT ARCHIVO-REVERSOS.
           IF FS-REVERSOS NOT = "00"
               GO TO 9185-EXIT
           END-IF.
           PERFORM 9186-LEER-REVERSO THRU 9186-EXIT
               UNTIL FS-REVERSOS = "10"
               OR REVERSO-EN-ARCHIVO.
           CLOSE ARCHIVO-REVERSOS.
       9185-EXIT.
           EXIT.

      *****************************************************************
      *    9186-LEER-REVERSO
      *****************************************************************
       9186-LEER-REVERSO.
           READ ARCHIVO-REVERSOS
               AT END
                   CONTINUE
               NOT AT END
                   IF RV-EMPLEADO-ID = RN-EMPLEADO-ID
                       AND RV-FECHA-PERIODO = RN-FECHA-PERIODO
                       AND RV-CONSECUTIVO = RN-CONSECUTIVO
                       MOVE RV-CONSEC-REVERTIDO TO CONSEC-REVERTIDO
                       SET REVERSO-EN-ARCHIVO TO TRUE
                   END-IF
           END-READ.
       9186-EXIT.
           EXIT.

      *****************************************************************
      *    9190-VERIFICAR-REVERTIDO
      *    Busca en TABLA-REVERTIDOS (ya cargada por 9180) el
      *    movimiento REV-BUSCAR-EMPLEADO / REV-BUSCAR-PERIODO /
      *    REV-BUSCAR-CONSEC y deja el resultado en SW-MOV-REVERTIDO.
      *****************************************************************
       9190-VERIFICAR-REVERTIDO.
           SET MOV-NO-REVERTIDO TO TRUE.
           PERFORM 9191-COMPARAR-REVERTIDO THRU 9191-EXIT
               VARYING IDX-REVERTIDOS FROM 1 BY 1
               UNTIL IDX-REVERTIDOS > TOTAL-REVERTIDOS
               OR MOV-REVERTIDO.
       9190-EXIT.
           EXIT.

      *****************************************************************
      *    9191-COMPARAR-REVERTIDO
      *****************************************************************
       9191-COMPARAR-REVERTIDO.
           IF TRV-EMPLEADO-ID(IDX-REVERTIDOS) = REV-BUSCAR-EMPLEADO
               AND TRV-FECHA-PERIODO(IDX-REVERTIDOS)
                   = REV-BUSCAR-PERIODO
               AND TRV-CONSECUTIVO(IDX-REVERTIDOS) = REV-BUSCAR-CONSEC
               SET MOV-REVERTIDO TO TRUE
           END-IF.
       9191-EXIT.
           EXIT.

      *****************************************************************
      *    9200-GENERAR-EXPORTACIONES
      *    Escribe un renglon en nomina.csv (via 9205) y un recibo de
           MOVE "========================================" TO
               REGISTRO-RECIBO-TEXTO.
           WRITE REGISTRO-RECIBO.
           EVALUATE TIPO-MOVIMIENTO
               WHEN "A"
                   MOVE "RECIBO RETROACT. PERIODO " TO RR-ETIQUETA
               WHEN "L"
                   MOVE "LIQUIDACION FONDO AHORRO " TO RR-ETIQUETA
               WHEN OTHER
                   MOVE "RECIBO DE PAGO - PERIODO " TO RR-ETIQUETA
           END-EVALUATE.
           MOVE FECHA-PERIODO               TO RR-VALOR.
           WRITE REGISTRO-RECIBO.
           MOVE "ID Empleado:          " TO RR-ETIQUETA.
           MOVE "Salario por hora:     " TO RR-ETIQUETA.
           MOVE ED-SALARIO-POR-HORA      TO RR-VALOR.
           WRITE REGISTRO-RECIBO.
           IF PAGO-SUELDO-FIJO
               MOVE "Tipo de pago:         " TO RR-ETIQUETA
               MOVE "SUELDO FIJO"            TO RR-VALOR
               WRITE REGISTRO-RECIBO
               MOVE SUELDO-MENSUAL TO ED-SUELDO-MENSUAL
               MOVE "Sueldo mensual:       " TO RR-ETIQUETA
               MOVE ED-SUELDO-MENSUAL        TO RR-VALOR
               WRITE REGISTRO-RECIBO
               IF SALARIO-REGULAR > ZERO
                   MOVE SALARIO-REGULAR TO ED-MONTO-DEDUCCION
                   MOVE "Sueldo del periodo:   " TO RR-ETIQUETA
                   MOVE ED-MONTO-DEDUCCION       TO RR-VALOR
                   WRITE REGISTRO-RECIBO
               END-IF
               IF HORAS-TRABAJADAS > ZERO
                   MOVE HORAS-TRABAJADAS TO ED-HORAS-PRE
                   MOVE "Horas extra reportadas:" TO RR-ETIQUETA
                   MOVE ED-HORAS-PRE             TO RR-VALOR
                   WRITE REGISTRO-RECIBO
               END-IF
           END-IF.
           MOVE "Salario bruto:        " TO RR-ETIQUETA.
           MOVE ED-SALARIO-BRUTO         TO RR-VALOR.
           WRITE REGISTRO-RECIBO.
      *****************************************************************
      *    9205-GENERAR-RENGLON-CSV
      *    Agrega a nomina.csv el renglon del movimiento recien
      *    grabado, con su tipo (O/R/C/F/A) como columna, para que el
      *    archivo se pueda netear. Los reversos (5230) lo usan
      *    directo, sin recibo.
      *****************************************************************
      *    9800-CONVERTIR-ARCHIVOS  (Opcion 11 del menu)
      *    Conversiones de archivos: la carga unica de los textos
      *    anteriores (empleados.txt / nomina.txt) a los archivos
      *    indexados, y la recarga de un nomina.dat o empleados.dat
      *    con el layout anterior del registro (renombrados a
      *    nominaant.dat / empleadosant.dat) al layout actual.
      *****************************************************************
       9800-CONVERTIR-ARCHIVOS.
           MOVE ZERO TO CONV-MAESTRO.
               "indexados".
           DISPLAY "2. Recargar nomina.dat del layout anterior "
               "(nominaant.dat)".
           DISPLAY "3. Recargar empleados.dat del layout anterior "
               "(empleadosant.dat)".
           DISPLAY "Ingrese su opción (1-3): ".
           ACCEPT OPCION-CONVERSION.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE SPACES TO FECHA-HOY.
           MOVE FECHA-SISTEMA(7:2) TO FECHA-HOY(1:2).
           MOVE "/"                TO FECHA-HOY(3:1).
           MOVE FECHA-SISTEMA(5:2) TO FECHA-HOY(4:2).
           MOVE "/"                TO FECHA-HOY(6:1).
           MOVE FECHA-SISTEMA(1:4) TO FECHA-HOY(7:4).
           EVALUATE OPCION-CONVERSION
               WHEN 1
                   PERFORM 9805-CONVERTIR-TEXTOS THRU 9805-EXIT
               WHEN 2
                   PERFORM 9830-RECARGAR-NOMINA-ANT THRU 9830-EXIT
               WHEN 3
                   PERFORM 9840-RECARGAR-EMPLEADOS-ANT THRU 9840-EXIT
               WHEN OTHER
                   DISPLAY "Opción inválida. Intente nuevamente."
           END-EVALUATE.
           END-IF.
           MOVE MX-BANCO TO EM-BANCO.
           MOVE MX-CLABE TO EM-CLABE.
           MOVE "H"  TO EM-TIPO-PAGO.
           MOVE ZERO TO EM-SUELDO-MENSUAL.
           PERFORM 9850-DATOS-IMSS-INICIALES THRU 9850-EXIT.
           WRITE REGISTRO-EMPLEADO.
           IF FS-EMPLEADO-MAESTRO = "22"
               ADD 1 TO CONV-DUPLICADOS
       9835-EXIT.
           EXIT.

      *****************************************************************
      *    9840-RECARGAR-EMPLEADOS-ANT
      *    Recarga un empleados.dat del layout anterior del registro
      *    (134 bytes, sin los datos del IMSS ni el tipo de pago), que
      *    el operador renombro antes a empleadosant.dat, al
      *    empleados.dat del layout actual. NSS y CURP quedan en
      *    blanco para capturarse en el mantenimiento; el SBC se
      *    calcula a hoy. Todos quedan por hora, con su tarifa de
      *    siempre; el personal de sueldo fijo se cambia despues en
      *    el mantenimiento del maestro.
      *****************************************************************
       9840-RECARGAR-EMPLEADOS-ANT.
           DISPLAY "La recarga lee empleadosant.dat (el empleados.dat "
               "del layout anterior, renombrado) y recrea "
               "empleados.dat con el layout actual.".
           DISPLAY "¿Confirma la recarga? (S/N):".
           ACCEPT RESPUESTA-CONFIRMA.
           IF NOT CONFIRMA-SI
               DISPLAY "Recarga cancelada."
               GO TO 9840-EXIT
           END-IF.
           OPEN INPUT EMPLEADO-ANTERIOR.
           IF FS-EMPLEADO-ANTERIOR NOT = "00"
               DISPLAY "No hay empleadosant.dat que recargar (estado "
                   FS-EMPLEADO-ANTERIOR "). Renombre el empleados.dat "
                   "del layout anterior a empleadosant.dat."
               GO TO 9840-EXIT
           END-IF.
           OPEN OUTPUT EMPLEADO-MAESTRO.
           IF FS-EMPLEADO-MAESTRO NOT = "00"
               DISPLAY "==========ERROR=========="
               DISPLAY "No se pudo crear empleados.dat (estado "
                   FS-EMPLEADO-MAESTRO ")."
               CLOSE EMPLEADO-ANTERIOR
               GO TO 9840-EXIT
           END-IF.
           PERFORM 9845-RECARGAR-UN-EMPLEADO THRU 9845-EXIT
               UNTIL FS-EMPLEADO-ANTERIOR = "10".
           CLOSE EMPLEADO-MAESTRO.
           CLOSE EMPLEADO-ANTERIOR.
           DISPLAY "===========================================".
           DISPLAY "|         RECARGA FINALIZADA              |".
           DISPLAY "===========================================".
           DISPLAY "|Empleados recargados:  |" CONV-MAESTRO.
           DISPLAY "|Llaves duplicadas:     |" CONV-DUPLICADOS.
           DISPLAY "===========================================".
           DISPLAY "Capture el NSS y la CURP de cada empleado en el "
               "mantenimiento del maestro (opcion 6).".
           DISPLAY "Todos los empleados quedan con pago por hora; "
               "cambie al personal de sueldo fijo en el mismo "
               "mantenimiento.".
           MOVE "RECARGA EMPLEADOS" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           MOVE CONV-MAESTRO TO AUDIT-DETALLE(1:5).
           MOVE " empleados del layout anterior"
               TO AUDIT-DETALLE(6:30).
           PERFORM 9700-REGISTRAR-AUDITORIA THRU 9700-EXIT.
       9840-EXIT.
           EXIT.

      *****************************************************************
      *    9845-RECARGAR-UN-EMPLEADO
      *****************************************************************
       9845-RECARGAR-UN-EMPLEADO.
           READ EMPLEADO-ANTERIOR NEXT
               AT END
                   GO TO 9845-EXIT
           END-READ.
           MOVE EA-EMPLEADO-ID        TO EM-EMPLEADO-ID.
           MOVE EA-NOMBRE-EMPLEADO    TO EM-NOMBRE-EMPLEADO.
           MOVE EA-DEPARTAMENTO       TO EM-DEPARTAMENTO.
           MOVE EA-FECHA-CONTRATACION TO EM-FECHA-CONTRATACION.
           MOVE EA-SALARIO-POR-HORA   TO EM-SALARIO-POR-HORA.
           MOVE EA-ESTATUS            TO EM-ESTATUS.
           MOVE EA-FECHA-BAJA         TO EM-FECHA-BAJA.
           MOVE EA-BANCO              TO EM-BANCO.
           MOVE EA-CLABE              TO EM-CLABE.
           MOVE "H"                   TO EM-TIPO-PAGO.
           MOVE ZERO                  TO EM-SUELDO-MENSUAL.
           PERFORM 9850-DATOS-IMSS-INICIALES THRU 9850-EXIT.
           WRITE REGISTRO-EMPLEADO.
           IF FS-EMPLEADO-MAESTRO = "22"
               ADD 1 TO CONV-DUPLICADOS
               DISPLAY "Empleado duplicado omitido: " EA-EMPLEADO-ID
           ELSE
               ADD 1 TO CONV-MAESTRO
           END-IF.
       9845-EXIT.
           EXIT.

      *****************************************************************
      *    9850-DATOS-IMSS-INICIALES
      *    Datos del IMSS de un empleado que llega de un layout que
      *    no los traia: NSS y CURP en blanco y el SBC calculado a
      *    hoy (FECHA-HOY) con su tarifa, salvo las bajas definitivas.
      *****************************************************************
       9850-DATOS-IMSS-INICIALES.
           MOVE SPACES TO EM-NSS.
           MOVE SPACES TO EM-CURP.
           IF EM-BAJA
               MOVE ZERO   TO EM-SBC
               MOVE SPACES TO EM-FECHA-SBC
               GO TO 9850-EXIT
           END-IF.
           MOVE EM-SALARIO-POR-HORA   TO SBC-SALARIO-HORA.
           MOVE EM-SUELDO-MENSUAL     TO SBC-SUELDO-MENSUAL.
           MOVE EM-FECHA-CONTRATACION TO SBC-FECHA-INGRESO.
           MOVE FECHA-HOY             TO SBC-FECHA-CALCULO.
           PERFORM 5900-CALCULAR-SBC THRU 5900-EXIT.
           MOVE SBC-CALCULADO TO EM-SBC.
           MOVE FECHA-HOY     TO EM-FECHA-SBC.
       9850-EXIT.
           EXIT.

      *****************************************************************
      *    9999-SALIR
      *****************************************************************
