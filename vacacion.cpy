      *****************************************************************
      *  VACACION.CPY
      *  Layout comun de los dias de vacaciones por empleado y anio
      *  (Vacaciones.dat), indexado por VC-Clave (EmpSSN + anio). Lo
      *  graba employee_vacaciones.cbl: VC-Corresponde son los dias
      *  del anio segun la antiguedad al 31/12 (14, 21, 28 o 35; en
      *  proporcion a los dias de servicio si el empleado ingreso o
      *  egreso en el anio) y VC-Arrastre el saldo no gozado que
      *  viene del anio anterior (negativo si se adelantaron dias).
      *****************************************************************
       01 VacacionRecord.
           03 VC-Clave.
               05 VC-SSN         PIC 9(9).
               05 VC-Anio        PIC 9(4).
           03 VC-Antiguedad      PIC 9(2).
           03 VC-Corresponde     PIC 9(3).
           03 VC-Arrastre        PIC S9(3) SIGN LEADING SEPARATE.
           03 VC-FechaCalculo    PIC 9(8).
