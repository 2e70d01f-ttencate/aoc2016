      *> shared payroll interface record - one record per courier
      *> paid, written by 01apay to PAYOUT when a pay period is
      *> closed, for the payroll system.  the gross pay is the sum
      *> of the distance pay, the per-stop pay and the night-shift
      *> differential.
           05 po-courier-id pic X(4).
           05 po-name pic X(20).
           05 po-period-number pic 9(4).
           05 po-period-start pic 9(8).
           05 po-period-end pic 9(8).
           05 po-routes pic 9(5).
           05 po-distance pic 9(7).
           05 po-stops pic 9(6).
           05 po-distance-pay pic 9(7)v99.
           05 po-stop-pay pic 9(7)v99.
           05 po-night-pay pic 9(7)v99.
           05 po-gross-pay pic 9(8)v99.
