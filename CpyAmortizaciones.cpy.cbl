           SELECT AMORTIZACIONES ASSIGN TO "..\amortizaciones.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-amortizaciones-status.
