*
* R. Iverson	27-Apr-2010	CR13096
*	New module.
*
* R. Iverson	26-Oct-2010	CR13228
*	Compare the UETR too.

*******************************************************************************

Rt_save_trantype_ws:	vstr(4);
Rt_save_src_ws:		str(3);
Rt_save_bank_ws:	str(3);
Rt_save_uetr_ws:	str(36);
Rt_save_dbt_id_ws:	vstr(64);
Rt_save_cdt_id_ws:	vstr(64);
Rt_save_dbt_n1_ws:	vstr(40);
	%beg Rt_save_trantype_ws = Ent_ftr_set.Typ.Tran_type; %end.
	Move Src_code of Ent_ftr_set to Rt_save_src_ws.
	Move Bank of Loc_info of Ent_ftr_set to Rt_save_bank_ws.
	Move Uetr of Ent_ftr_set to Rt_save_uetr_ws.
	%beg
	Rt_save_dbt_id_ws = Ent_debit_set.Dbt_typ.Dbt_id;
	Rt_save_cdt_id_ws = Ent_credit_set.Cdt_typ.Cdt_id;
	Ent_ftr_set.Typ.Tran_type = NULL;
	Ent_ftr_set.Src_code = NULL;
	Ent_ftr_set.Loc_info.Bank = NULL;
	Ent_ftr_set.Uetr = NULL;
	Ent_ftr_set.Inst_date = <0>;
	Ent_debit_set.Dbt_value_date.Date_time = <0>;
	Ent_debit_set.Dbt_typ.Dbt_id = NULL;
	    Display "%IFML_ROUNDTRIP-E-DIFF, Loc_info bank"
	End-if.

	If Uetr of Ent_ftr_set not = Rt_save_uetr_ws
	    Add 1 to Rt_fail_count_ws
	    Display "%IFML_ROUNDTRIP-E-DIFF, Uetr"
	End-if.

	%beg Rt_chk_vstr_ws = Ent_debit_set.Dbt_typ.Dbt_id; %end.
	If Rt_chk_vstr_ws(1:Rt_save_dbt_id_ws_length) not =
	   Rt_save_dbt_id_ws(1:Rt_save_dbt_id_ws_length)
