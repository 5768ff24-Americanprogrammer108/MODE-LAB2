
       fd day-file
           data record is input-line
           record contains 58 characters.
       01 input-line.
           05 il-transactioncode pic x(1).
           05 il-transactionamount pic 99999v99.
           05 il-skucode pic x(15).
           05 il-transactiondate pic 9(8).
           05 il-cashierid pic x(5).
           05 il-disposition pic x(1).
           05 il-customer pic x(8).

       fd promo-file
           data record is promo-rec
           record contains 54 characters.
       01 promo-rec.
           05 pm-type pic x(1).
           05 pm-key pic x(15).
           05 pm-todate pic 9(8).
           05 pm-pricetype pic x(1).
           05 pm-value pic 9(5)v99.
      *vendor funding, read by PromoBillback: the funding vendor
      *(spaces = store-funded), U = funded amount per unit or P =
      *percent of the unit markdown, and the amount or percent.
           05 pm-vendor pic x(6).
           05 pm-fundtype pic x(1).
           05 pm-fundvalue pic 9(5)v99.

       fd sku-file
           data record is sku-master-rec
