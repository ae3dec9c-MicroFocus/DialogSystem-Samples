      *    Detail-Record - record layout of the order-detail file
      *    orddetl.ism: what was actually sold on each order, keyed
      *    on order number plus line number.  An order line on
      *    custord.ism is just a number and a value; these rows hang
      *    off Ordl-Ord-No and carry the product, quantity and price
      *    behind it, so Ordl-Ord-Val should equal the sum of the
      *    order's Odt-Extended values - Custchek reconciles the
      *    two.  Odt-Picked is set by the picking list run the first
      *    time the line appears on a list, so each day's list only
