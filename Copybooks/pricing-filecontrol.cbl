      * Quantity breaks and dated promotions, one rule per line,
      * kept by hand like the other Fruit reference files.
           select optional pricingFile assign to
           "Fruit-pricing.txt"
           organization is line sequential.
