      *                 archivo de dispersion de nomina al banco.
      *  22/08/2026 MC  El maestro pasa de empleados.txt (texto) a
      *                 empleados.dat, indexado por EM-EMPLEADO-ID.
      *  15/10/2026 MC  Estatus P (baja pendiente de finiquito): la
      *                 baja no queda definitiva (B) hasta que el
      *                 finiquito se paga o se renuncia expresamente.
      *  15/10/2026 MC  NSS, CURP y salario base de cotizacion (SBC)
      *                 del IMSS con su fecha de vigencia, para los
      *                 movimientos afiliatorios del IDSE.
      *  15/10/2026 MC  Tipo de pago (por hora o sueldo fijo) y
      *                 sueldo mensual del personal de sueldo fijo;
      *                 para ellos EM-SALARIO-POR-HORA guarda la
      *                 tarifa equivalente (sueldo mensual / 240).
      *****************************************************************
       01  REGISTRO-EMPLEADO.
           05  EM-EMPLEADO-ID            PIC 9(06).
           05  EM-ESTATUS                PIC X(01).
               88  EM-ACTIVO                 VALUE "A".
               88  EM-BAJA                   VALUE "B".
               88  EM-BAJA-PENDIENTE         VALUE "P".
           05  EM-FECHA-BAJA             PIC X(10).
           05  EM-BANCO                  PIC X(03).
           05  EM-CLABE                  PIC X(18).
           05  EM-NSS                    PIC X(11).
           05  EM-CURP                   PIC X(18).
           05  EM-SBC                    PIC 9(05)V99.
           05  EM-FECHA-SBC              PIC X(10).
           05  EM-TIPO-PAGO              PIC X(01).
               88  EM-PAGO-POR-HORA          VALUE "H" " ".
               88  EM-PAGO-SUELDO-FIJO       VALUE "S".
           05  EM-SUELDO-MENSUAL         PIC 9(06)V99.
